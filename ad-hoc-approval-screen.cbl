      ******************************************************************
      * PROGRAM:  AD-HOC-APPROVAL-SCREEN                               *
      * PURPOSE:  Map-driven 3270 approval queue for pending ad hoc   *
      *           closure requests (transaction CDAP)                 *
      * AUTHOR:   Enterprise COBOL Development Team                    *
      * DATE:     2026                                                 *
      * VERSION:  1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                   *
      * A closure request keyed through AD-HOC-HOLIDAY-MAINT waits on *
      * ADHOCPND for a second user, and until now that second user    *
      * could only approve it by submitting another ADHOCTXN batch    *
      * run - on a storm morning the checker sat waiting on a job.    *
      * This pseudo-conversational program puts the approval queue   *
      * online:                                                        *
      *                                                                *
      *   - the pending requests are browsed from ADHOCPND in closure *
      *     date order, eight to a page;                              *
      *   - keying S against a request and pressing ENTER shows the  *
      *     full request and an impact summary for it, worked out the *
      *     same way CLOSURE-IMPACT-SIMULATION works out its report - *
      *     days that flip the gate, days already closed (weekend,    *
      *     statutory including the weekend-shift probe, or an ad hoc *
      *     closure already live), and next-business-day answers in  *
      *     the surrounding week that would move. Pay-date moves need *
      *     the PAYCAL.DAT scan and stay on the CDIMPACT batch report;*
      *   - PF5 approves and PF6 rejects the request on display.      *
      *                                                                *
      * The checker is the signed-on CICS user. The two-person rule   *
      * is the one AD-HOC-HOLIDAY-MAINT enforces: an approval by the  *
      * maker of the request (PND-MAKER-ID) is refused with the same *
      * wording as on the batch report. An approved add or delete is  *
      * applied to ADHOCHOL at once, so AD-HOC-CLOSURE-CHECK picks it *
      * up on its next refresh rather than after the next batch run.  *
      * The live change and the removal of the pending request are  *
      * recoverable and commit together when the task ends. The      *
      * history record goes to an extrapartition queue, which a      *
      * rollback cannot take back, so it is written last - only once *
      * the pending request is removed. If the request cannot be     *
      * removed, or the history record cannot be written, the change *
      * is rolled back and the request stays pending.                 *
      *                                                                *
      * The history record (ad-hoc-history.cpy) is written to the     *
      * CDAH transient data queue, an extrapartition queue backed by  *
      * the ADHOCHSC.DAT dataset, with AHH-APPLIED-BY-PROGRAM         *
      * 'ADHOCAPR'. CLOSURE-AS-OF-INQUIRY reads ADHOCHSC.DAT beside   *
      * the batch ADHOCHST.DAT. A rejected request is simply removed *
      * from ADHOCPND, as the batch reject does.                      *
      *                                                                *
      * KEYS:                                                          *
      *   ENTER - show the request keyed S (or refresh the page)     *
      *   PF5   - approve the request on display                      *
      *   PF6   - reject the request on display                       *
      *   PF7   - previous page of the queue                          *
      *   PF8   - next page of the queue                              *
      *   PF3   - exit                                                 *
      *                                                                *
      * The page position, the eight keys on the page and the key of *
      * the request on display are carried in the COMMAREA as the     *
      * conversation state.                                           *
      *                                                                *
      * NOTE: This program uses EXEC CICS statements and requires the *
      * CICS command-level translator ahead of the COBOL compile, the *
      * same as every other CICS program in this shop's online        *
      * region - it cannot be compiled standalone without it.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AD-HOC-APPROVAL-SCREEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Symbolic map for the CDAPMAP screen
       COPY 'ad-hoc-approval-map.cpy'.

      * Pending request, live closure and closure history records
       COPY 'ad-hoc-pending.cpy'.
       COPY 'ad-hoc-holiday.cpy'.
       COPY 'ad-hoc-history.cpy'.

      * CICS attention identifiers for the keys this screen acts on,
      * as the EIBAID byte carries them
       01  WS-ATTENTION-IDS.
           05  DFHPF3                      PIC X(1) VALUE X'F3'.
           05  DFHPF5                      PIC X(1) VALUE X'F5'.
           05  DFHPF6                      PIC X(1) VALUE X'F6'.
           05  DFHPF7                      PIC X(1) VALUE X'F7'.
           05  DFHPF8                      PIC X(1) VALUE X'F8'.

       01  WS-CONTROL-FIELDS.
           05  WS-TRANSACTION-ID           PIC X(4) VALUE 'CDAP'.
           05  WS-APPLIED-BY-PROGRAM       PIC X(8) VALUE 'ADHOCAPR'.
           05  WS-RESPONSE                 PIC S9(8) COMP.
           05  WS-CHECKER-ID               PIC X(8).
           05  WS-APPROVAL-STAMP           PIC 9(8).
           05  WS-BROWSE-KEY               PIC 9(8).
           05  WS-BROWSE-EOF               PIC X(1).
               88  WS-END-OF-BROWSE        VALUE 'Y'.
           05  WS-ROWS-SHOWN               PIC 9(2).
           05  WS-ROW-INDEX                PIC 9(2).
           05  WS-BACK-COUNT               PIC 9(2).
           05  WS-BACK-INDEX               PIC 9(2).
           05  WS-ROW-LINE                 PIC X(64).
           05  WS-SCREEN-MESSAGE           PIC X(60).

      * Keys held while paging back - the last eight pending keys
      * before the top of the current page
       01  WS-BACK-WINDOW.
           05  WS-BACK-KEY                 PIC 9(8) OCCURS 8 TIMES.

      * Conversation state carried in the COMMAREA between sends
       01  WS-APPROVAL-STATE.
           05  WS-STATE-TOP-KEY            PIC 9(8).
           05  WS-STATE-NEXT-KEY           PIC 9(8).
           05  WS-STATE-SELECTED-KEY       PIC 9(8).
           05  WS-STATE-ROW-KEY            PIC 9(8) OCCURS 8 TIMES.

      * Live-record images for the closure history, as the batch
      * maintenance builds them
       01  WS-HISTORY-IMAGES.
           05  WS-HIST-BEFORE-PRESENT      PIC X(1).
           05  WS-HIST-BEFORE-RECORD       PIC X(102).
           05  WS-HIST-AFTER-PRESENT       PIC X(1).
           05  WS-HIST-AFTER-RECORD        PIC X(102).

      * Impact simulation for the request on display
       01  WS-IMPACT-FIELDS.
           05  WS-IMPACT-START-DATE        PIC 9(8).
           05  WS-IMPACT-END-DATE          PIC 9(8).
           05  WS-SCAN-DATE                PIC 9(8).
           05  WS-SCAN-INTEGER             PIC 9(9).
           05  WS-FROM-INTEGER             PIC 9(9).
           05  WS-TO-INTEGER               PIC 9(9).
           05  WS-DAY-OF-WEEK              PIC 9(1).
           05  WS-ADJACENT-WEEKEND-DATE    PIC 9(8).
           05  WS-DAY-IS-OPEN              PIC X(1).
               88  WS-DAY-OPEN-TODAY       VALUE 'Y'.
           05  WS-IMPACT-DAYS              PIC 9(3).
           05  WS-GATE-FLIP-COUNT          PIC 9(3).
           05  WS-COLLISION-COUNT          PIC 9(3).
           05  WS-ROLL-SHIFT-COUNT         PIC 9(3).
           05  WS-BEFORE-ANSWER            PIC 9(8).
           05  WS-AFTER-ANSWER             PIC 9(8).
           05  WS-ROLL-FROM-DATE           PIC 9(8).

      * Constants
       01  WS-CONSTANTS.
           05  WS-SATURDAY                 PIC 9(1) VALUE 6.
           05  WS-SUNDAY                   PIC 9(1) VALUE 0.
           05  WS-MONDAY                   PIC 9(1) VALUE 1.
           05  WS-FRIDAY                   PIC 9(1) VALUE 5.

      * Fields used to call STAT-HOLIDAY-CHECK
       01  WS-STAT-HOLIDAY-CALL-FIELDS.
           05  WS-SHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-SHC-HOLIDAY-CODE         PIC X(4).
           05  WS-SHC-HOLIDAY-NAME         PIC X(30).
           05  WS-SHC-OBSERVED-DATE        PIC 9(8).
           05  WS-SHC-RETURN-CODE          PIC 9(2).
           05  WS-SHC-ERROR-MESSAGE        PIC X(40).

      * Fields used to call AD-HOC-CLOSURE-CHECK (the closures
      * already LIVE on ADHOCHOL - the pending one is simulated)
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

      * Screen messages
       01  WS-SCREEN-MESSAGES.
           05  WS-MSG-QUEUE-EMPTY          PIC X(64) VALUE
               'NO REQUESTS PENDING APPROVAL'.
           05  WS-MSG-SELECT-FIRST         PIC X(60) VALUE
               'KEY S AGAINST A REQUEST AND PRESS ENTER FIRST'.
           05  WS-MSG-EMPTY-LINE           PIC X(60) VALUE
               'NOTHING ON THAT LINE TO SELECT'.
           05  WS-MSG-TOP-OF-QUEUE         PIC X(60) VALUE
               'ALREADY AT THE TOP OF THE QUEUE'.
           05  WS-MSG-END-OF-QUEUE         PIC X(60) VALUE
               'NO FURTHER PENDING REQUESTS'.
           05  WS-MSG-NO-PENDING           PIC X(60) VALUE
               'NO PENDING REQUEST FOR DATE'.
           05  WS-MSG-APPROVER-REQUIRED    PIC X(60) VALUE
               'APPROVER ID REQUIRED'.
           05  WS-MSG-APPROVER-IS-MAKER    PIC X(60) VALUE
               'APPROVER IS THE MAKER - REFUSED'.
           05  WS-MSG-ACTION-UNRECOGNIZED  PIC X(60) VALUE
               'PENDING ACTION UNRECOGNIZED'.
           05  WS-MSG-LIVE-WRITE-ERROR     PIC X(60) VALUE
               'APPLY FAILED - LIVE WRITE ERROR'.
           05  WS-MSG-LIVE-RECORD-GONE     PIC X(60) VALUE
               'APPLY FAILED - LIVE RECORD GONE'.
           05  WS-MSG-LIVE-DELETE-ERROR    PIC X(60) VALUE
               'APPLY FAILED - LIVE DELETE ERROR'.
           05  WS-MSG-HISTORY-FAILED       PIC X(60) VALUE
               'HISTORY WRITE FAILED - NOT APPLIED, STILL PENDING'.
           05  WS-MSG-PENDING-DELETE-ERROR PIC X(60) VALUE
               'PENDING DELETE FAILED - NOT APPLIED, STILL PENDING'.
           05  WS-MSG-REJECT-DELETE-ERROR  PIC X(60) VALUE
               'REJECT FAILED - PENDING RECORD NOT REMOVED'.
           05  WS-MSG-EXITING              PIC X(50) VALUE
               'CDAP approval queue ended'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-APPROVAL-STATE           PIC X(88).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROCESSING ROUTINE - FIRST TIME IN, SHOW THE FIRST PAGE  *
      * OF THE QUEUE; OTHERWISE ACT ON THE KEY THE CHECKER PRESSED   *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE SPACES TO WS-SCREEN-MESSAGE
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME-IN
           ELSE
               MOVE LK-APPROVAL-STATE TO WS-APPROVAL-STATE
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 8000-EXIT-TRANSACTION
                   WHEN DFHPF5
                       PERFORM 4000-APPROVE-SELECTED-REQUEST
                   WHEN DFHPF6
                       PERFORM 4600-REJECT-SELECTED-REQUEST
                   WHEN DFHPF7
                       PERFORM 3200-PAGE-BACKWARD
                   WHEN DFHPF8
                       PERFORM 3100-PAGE-FORWARD
                   WHEN OTHER
                       PERFORM 2000-PROCESS-SELECTION
               END-EVALUATE
           END-IF
           PERFORM 5000-SEND-THE-SCREEN
           PERFORM 9000-RETURN-FOR-NEXT-SEND.

      ******************************************************************
      * FIRST TIME IN - START AT THE TOP OF THE QUEUE, NOTHING ON     *
      * DISPLAY                                                        *
      ******************************************************************
       1000-FIRST-TIME-IN.
           INITIALIZE WS-APPROVAL-STATE.

      ******************************************************************
      * RECEIVE THE SCREEN AND TAKE THE REQUEST KEYED S AS THE ONE TO *
      * DISPLAY. ENTER WITH NOTHING KEYED JUST REFRESHES THE PAGE.    *
      ******************************************************************
       2000-PROCESS-SELECTION.
           MOVE LOW-VALUES TO CDAPMAPI
           EXEC CICS RECEIVE MAP('CDAPMAP') MAPSET('CDASET')
               INTO(CDAPMAPI) RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE = DFHRESP(NORMAL)
               PERFORM 2100-FIND-SELECTED-ROW
                   VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 8
           END-IF.

      ******************************************************************
      * ONE ROW OF THE PAGE - S MARKS THE REQUEST TO DISPLAY; THE     *
      * LAST ROW MARKED WINS                                          *
      ******************************************************************
       2100-FIND-SELECTED-ROW.
           IF PSELI (WS-ROW-INDEX) = 'S' OR PSELI (WS-ROW-INDEX) = 's'
               IF WS-STATE-ROW-KEY (WS-ROW-INDEX) = 0
                   MOVE WS-MSG-EMPTY-LINE TO WS-SCREEN-MESSAGE
               ELSE
                   MOVE WS-STATE-ROW-KEY (WS-ROW-INDEX)
                       TO WS-STATE-SELECTED-KEY
               END-IF
           END-IF.

      ******************************************************************
      * PF8 - THE NEXT PAGE STARTS AT THE KEY AFTER THE LAST ROW      *
      ******************************************************************
       3100-PAGE-FORWARD.
           IF WS-STATE-NEXT-KEY = 0
               MOVE WS-MSG-END-OF-QUEUE TO WS-SCREEN-MESSAGE
           ELSE
               MOVE WS-STATE-NEXT-KEY TO WS-STATE-TOP-KEY
           END-IF.

      ******************************************************************
      * PF7 - BROWSE FROM THE START OF THE QUEUE UP TO THE TOP OF THE *
      * CURRENT PAGE, KEEPING THE LAST EIGHT KEYS SEEN; THE OLDEST OF *
      * THEM IS THE TOP OF THE PREVIOUS PAGE. THE QUEUE IS SHORT, AND *
      * A FORWARD BROWSE IS SAFE WHEN THE OLD TOP RECORD HAS SINCE    *
      * BEEN APPROVED OR REJECTED.                                     *
      ******************************************************************
       3200-PAGE-BACKWARD.
           MOVE 0 TO WS-BACK-COUNT
           IF WS-STATE-TOP-KEY > 0
               MOVE 0 TO WS-BROWSE-KEY
               EXEC CICS STARTBR FILE('ADHOCPND')
                   RIDFLD(WS-BROWSE-KEY) GTEQ RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-BROWSE-EOF
                   PERFORM 5120-READ-NEXT-PENDING
                   PERFORM UNTIL WS-END-OF-BROWSE
                           OR PND-CLOSURE-DATE >= WS-STATE-TOP-KEY
                       PERFORM 3210-KEEP-BACK-KEY
                       PERFORM 5120-READ-NEXT-PENDING
                   END-PERFORM
                   EXEC CICS ENDBR FILE('ADHOCPND')
                   END-EXEC
               END-IF
           END-IF
           IF WS-BACK-COUNT = 0
               MOVE 0 TO WS-STATE-TOP-KEY
               MOVE WS-MSG-TOP-OF-QUEUE TO WS-SCREEN-MESSAGE
           ELSE
               MOVE WS-BACK-KEY (1) TO WS-STATE-TOP-KEY
           END-IF.

      ******************************************************************
      * SLIDE ONE KEY INTO THE EIGHT-KEY WINDOW                       *
      ******************************************************************
       3210-KEEP-BACK-KEY.
           IF WS-BACK-COUNT < 8
               ADD 1 TO WS-BACK-COUNT
           ELSE
               PERFORM VARYING WS-BACK-INDEX FROM 1 BY 1
                       UNTIL WS-BACK-INDEX > 7
                   MOVE WS-BACK-KEY (WS-BACK-INDEX + 1)
                       TO WS-BACK-KEY (WS-BACK-INDEX)
               END-PERFORM
           END-IF
           MOVE PND-CLOSURE-DATE TO WS-BACK-KEY (WS-BACK-COUNT).

      ******************************************************************
      * PF5 - APPROVE THE REQUEST ON DISPLAY. THE PENDING RECORD IS   *
      * READ FOR UPDATE SO A SECOND CHECKER CANNOT ACT ON IT AT THE   *
      * SAME TIME.                                                     *
      ******************************************************************
       4000-APPROVE-SELECTED-REQUEST.
           IF WS-STATE-SELECTED-KEY = 0
               MOVE WS-MSG-SELECT-FIRST TO WS-SCREEN-MESSAGE
           ELSE
               MOVE WS-STATE-SELECTED-KEY TO PND-CLOSURE-DATE
               EXEC CICS READ FILE('ADHOCPND')
                   INTO(AD-HOC-PENDING-RECORD)
                   RIDFLD(PND-CLOSURE-DATE) UPDATE
                   RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   MOVE WS-MSG-NO-PENDING TO WS-SCREEN-MESSAGE
                   MOVE 0 TO WS-STATE-SELECTED-KEY
               ELSE
                   PERFORM 4100-CHECK-AND-APPLY
               END-IF
           END-IF.

      ******************************************************************
      * ENFORCE THE TWO-PERSON RULE, THEN APPLY THE PENDING ACTION -  *
      * THE SAME RULE, AND THE SAME WORDING, AS THE BATCH APPROVAL    *
      ******************************************************************
       4100-CHECK-AND-APPLY.
           EXEC CICS ASSIGN USERID(WS-CHECKER-ID)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-APPROVAL-STAMP
           EVALUATE TRUE
               WHEN WS-CHECKER-ID = SPACES
                   MOVE WS-MSG-APPROVER-REQUIRED TO WS-SCREEN-MESSAGE
                   PERFORM 4900-RELEASE-PENDING-RECORD
               WHEN WS-CHECKER-ID = PND-MAKER-ID
                   MOVE WS-MSG-APPROVER-IS-MAKER TO WS-SCREEN-MESSAGE
                   PERFORM 4900-RELEASE-PENDING-RECORD
               WHEN PND-PENDING-ADD
                   PERFORM 4200-APPLY-PENDING-ADD
               WHEN PND-PENDING-DELETE
                   PERFORM 4300-APPLY-PENDING-DELETE
               WHEN OTHER
                   MOVE WS-MSG-ACTION-UNRECOGNIZED
                       TO WS-SCREEN-MESSAGE
                   PERFORM 4900-RELEASE-PENDING-RECORD
           END-EVALUATE.

      ******************************************************************
      * APPLY AN APPROVED ADD TO THE LIVE FILE. THE LIVE RECORD      *
      * CARRIES THE MAKER AS AHR-ADDED-BY, AS THE BATCH PATH DOES.   *
      ******************************************************************
       4200-APPLY-PENDING-ADD.
           MOVE PND-CLOSURE-DATE TO AHR-CLOSURE-DATE
           MOVE PND-CLOSURE-END-DATE TO AHR-CLOSURE-END-DATE
           MOVE PND-SCOPE-PROVINCES TO AHR-SCOPE-PROVINCES
           MOVE PND-REASON-CODE TO AHR-REASON-CODE
           MOVE PND-DESCRIPTION TO AHR-DESCRIPTION
           MOVE PND-MAKER-ID TO AHR-ADDED-BY
           MOVE WS-APPROVAL-STAMP TO AHR-ADDED-DATE
           EXEC CICS WRITE FILE('ADHOCHOL')
               FROM(AD-HOC-HOLIDAY-RECORD)
               RIDFLD(AHR-CLOSURE-DATE)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE WS-MSG-LIVE-WRITE-ERROR TO WS-SCREEN-MESSAGE
               PERFORM 4900-RELEASE-PENDING-RECORD
           ELSE
               MOVE 'N' TO WS-HIST-BEFORE-PRESENT
               MOVE SPACES TO WS-HIST-BEFORE-RECORD
               MOVE 'Y' TO WS-HIST-AFTER-PRESENT
               MOVE AD-HOC-HOLIDAY-RECORD TO WS-HIST-AFTER-RECORD
               PERFORM 4400-RECORD-AND-CLEAR-PENDING
           END-IF.

      ******************************************************************
      * APPLY AN APPROVED DELETE TO THE LIVE FILE                     *
      ******************************************************************
       4300-APPLY-PENDING-DELETE.
           MOVE PND-CLOSURE-DATE TO AHR-CLOSURE-DATE
           EXEC CICS READ FILE('ADHOCHOL')
               INTO(AD-HOC-HOLIDAY-RECORD)
               RIDFLD(AHR-CLOSURE-DATE) UPDATE
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE WS-MSG-LIVE-RECORD-GONE TO WS-SCREEN-MESSAGE
               PERFORM 4900-RELEASE-PENDING-RECORD
           ELSE
               MOVE 'Y' TO WS-HIST-BEFORE-PRESENT
               MOVE AD-HOC-HOLIDAY-RECORD TO WS-HIST-BEFORE-RECORD
               MOVE 'N' TO WS-HIST-AFTER-PRESENT
               MOVE SPACES TO WS-HIST-AFTER-RECORD
               EXEC CICS DELETE FILE('ADHOCHOL')
                   RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   MOVE WS-MSG-LIVE-DELETE-ERROR TO WS-SCREEN-MESSAGE
                   PERFORM 4900-RELEASE-PENDING-RECORD
               ELSE
                   PERFORM 4400-RECORD-AND-CLEAR-PENDING
               END-IF
           END-IF.

      ******************************************************************
      * REMOVE THE SATISFIED PENDING REQUEST, THEN RECORD THE APPLIED *
      * CHANGE ON THE CLOSURE HISTORY. IF THE REQUEST CANNOT BE       *
      * REMOVED THE CHANGE IS BACKED OUT - IT WOULD STAY ON THE QUEUE *
      * FOR A SECOND APPROVAL. CDAH IS EXTRAPARTITION AND NOT BACKED  *
      * OUT BY A ROLLBACK, SO IT IS WRITTEN ONLY AFTER THE DELETE; IF *
      * THE WRITE FAILS THE CHANGE AND THE DELETE ARE BACKED OUT, SO  *
      * THE AS-OF INQUIRY NEVER MISSES AN ONLINE APPROVAL.            *
      ******************************************************************
       4400-RECORD-AND-CLEAR-PENDING.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AHH-EFFECTIVE-STAMP
           MOVE PND-ACTION-CODE TO AHH-ACTION-CODE
           MOVE PND-CLOSURE-DATE TO AHH-CLOSURE-DATE
           MOVE PND-MAKER-ID TO AHH-MAKER-ID
           MOVE PND-MAKER-DATE TO AHH-MAKER-DATE
           MOVE WS-CHECKER-ID TO AHH-CHECKER-ID
           MOVE WS-APPLIED-BY-PROGRAM TO AHH-APPLIED-BY-PROGRAM
           MOVE WS-HIST-BEFORE-PRESENT TO AHH-BEFORE-PRESENT
           MOVE WS-HIST-BEFORE-RECORD TO AHH-BEFORE-RECORD
           MOVE WS-HIST-AFTER-PRESENT TO AHH-AFTER-PRESENT
           MOVE WS-HIST-AFTER-RECORD TO AHH-AFTER-RECORD
           EXEC CICS DELETE FILE('ADHOCPND')
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE WS-MSG-PENDING-DELETE-ERROR TO WS-SCREEN-MESSAGE
           ELSE
               EXEC CICS WRITEQ TD
                   QUEUE('CDAH')
                   FROM(AD-HOC-HISTORY-RECORD)
                   LENGTH(LENGTH OF AD-HOC-HISTORY-RECORD)
                   RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE WS-MSG-HISTORY-FAILED TO WS-SCREEN-MESSAGE
               ELSE
                   MOVE SPACES TO WS-SCREEN-MESSAGE
                   STRING PND-ACTION-CODE ' ' PND-CLOSURE-DATE
                          ' BY ' PND-MAKER-ID
                          ' APPROVED BY ' WS-CHECKER-ID
                          ' ' WS-APPROVAL-STAMP
                          DELIMITED BY SIZE INTO WS-SCREEN-MESSAGE
                   MOVE 0 TO WS-STATE-SELECTED-KEY
               END-IF
           END-IF.

      ******************************************************************
      * PF6 - REJECT (WITHDRAW) THE REQUEST ON DISPLAY                *
      ******************************************************************
       4600-REJECT-SELECTED-REQUEST.
           IF WS-STATE-SELECTED-KEY = 0
               MOVE WS-MSG-SELECT-FIRST TO WS-SCREEN-MESSAGE
           ELSE
               MOVE WS-STATE-SELECTED-KEY TO PND-CLOSURE-DATE
               EXEC CICS READ FILE('ADHOCPND')
                   INTO(AD-HOC-PENDING-RECORD)
                   RIDFLD(PND-CLOSURE-DATE) UPDATE
                   RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   MOVE WS-MSG-NO-PENDING TO WS-SCREEN-MESSAGE
               ELSE
                   EXEC CICS ASSIGN USERID(WS-CHECKER-ID)
                   END-EXEC
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO WS-APPROVAL-STAMP
                   EXEC CICS DELETE FILE('ADHOCPND')
                       RESP(WS-RESPONSE)
                   END-EXEC
                   IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                       PERFORM 4900-RELEASE-PENDING-RECORD
                       MOVE WS-MSG-REJECT-DELETE-ERROR
                           TO WS-SCREEN-MESSAGE
                   ELSE
                       MOVE SPACES TO WS-SCREEN-MESSAGE
                       STRING PND-ACTION-CODE ' ' PND-CLOSURE-DATE
                              ' REJECTED BY ' WS-CHECKER-ID
                              ' ON ' WS-APPROVAL-STAMP
                              DELIMITED BY SIZE INTO WS-SCREEN-MESSAGE
                   END-IF
               END-IF
               MOVE 0 TO WS-STATE-SELECTED-KEY
           END-IF.

      ******************************************************************
      * LET GO OF THE PENDING RECORD HELD FOR UPDATE WHEN THE         *
      * APPROVAL IS REFUSED OR CANNOT BE APPLIED                      *
      ******************************************************************
       4900-RELEASE-PENDING-RECORD.
           EXEC CICS UNLOCK FILE('ADHOCPND')
               RESP(WS-RESPONSE)
           END-EXEC.

      ******************************************************************
      * LAY OUT THE SIGNED-ON CHECKER, THE PAGE OF THE QUEUE AND THE  *
      * REQUEST ON DISPLAY WITH ITS IMPACT SUMMARY, AND SEND IT       *
      ******************************************************************
       5000-SEND-THE-SCREEN.
           MOVE LOW-VALUES TO CDAPMAPO
           EXEC CICS ASSIGN USERID(WS-CHECKER-ID)
           END-EXEC
           MOVE WS-CHECKER-ID TO MUSERO
           PERFORM 5100-FILL-QUEUE-PAGE
           IF WS-ROWS-SHOWN = 0 AND WS-STATE-TOP-KEY > 0
               MOVE 0 TO WS-STATE-TOP-KEY
               PERFORM 5100-FILL-QUEUE-PAGE
           END-IF
           IF WS-ROWS-SHOWN = 0
               MOVE WS-MSG-QUEUE-EMPTY TO PLINEO (1)
           END-IF
           IF WS-STATE-SELECTED-KEY > 0
               PERFORM 5200-SHOW-SELECTED-REQUEST
           END-IF
           MOVE WS-SCREEN-MESSAGE TO MERRMSO
           MOVE -1 TO PSELL (1)
           EXEC CICS SEND MAP('CDAPMAP') MAPSET('CDASET')
               FROM(CDAPMAPO) ERASE CURSOR
           END-EXEC.

      ******************************************************************
      * BROWSE ONE PAGE OF PENDING REQUESTS FROM THE TOP KEY, AND     *
      * NOTE WHERE THE NEXT PAGE WOULD START                          *
      ******************************************************************
       5100-FILL-QUEUE-PAGE.
           MOVE 0 TO WS-ROWS-SHOWN
           MOVE 0 TO WS-STATE-NEXT-KEY
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 8
               MOVE 0 TO WS-STATE-ROW-KEY (WS-ROW-INDEX)
               MOVE SPACES TO PLINEO (WS-ROW-INDEX)
           END-PERFORM
           MOVE WS-STATE-TOP-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('ADHOCPND')
               RIDFLD(WS-BROWSE-KEY) GTEQ RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-EOF
               PERFORM 5120-READ-NEXT-PENDING
               PERFORM UNTIL WS-END-OF-BROWSE OR WS-ROWS-SHOWN = 8
                   ADD 1 TO WS-ROWS-SHOWN
                   PERFORM 5110-FORMAT-QUEUE-ROW
                   PERFORM 5120-READ-NEXT-PENDING
               END-PERFORM
               IF NOT WS-END-OF-BROWSE
                   MOVE PND-CLOSURE-DATE TO WS-STATE-NEXT-KEY
               END-IF
               EXEC CICS ENDBR FILE('ADHOCPND')
               END-EXEC
           END-IF.

      ******************************************************************
      * ONE QUEUE LINE - DATES, ACTION, REASON, MAKER AND SCOPE       *
      ******************************************************************
       5110-FORMAT-QUEUE-ROW.
           MOVE PND-CLOSURE-DATE TO WS-STATE-ROW-KEY (WS-ROWS-SHOWN)
           MOVE SPACES TO WS-ROW-LINE
           IF PND-CLOSURE-END-DATE > 0
               STRING PND-CLOSURE-DATE ' ' PND-CLOSURE-END-DATE
                      ' ' PND-ACTION-CODE ' ' PND-REASON-CODE
                      ' ' PND-MAKER-ID ' ' PND-MAKER-DATE
                      ' ' PND-SCOPE-PROVINCES (1:14)
                      DELIMITED BY SIZE INTO WS-ROW-LINE
           ELSE
               STRING PND-CLOSURE-DATE '         '
                      ' ' PND-ACTION-CODE ' ' PND-REASON-CODE
                      ' ' PND-MAKER-ID ' ' PND-MAKER-DATE
                      ' ' PND-SCOPE-PROVINCES (1:14)
                      DELIMITED BY SIZE INTO WS-ROW-LINE
           END-IF
           MOVE WS-ROW-LINE TO PLINEO (WS-ROWS-SHOWN).

      ******************************************************************
      * READ THE NEXT PENDING REQUEST IN THE BROWSE                   *
      ******************************************************************
       5120-READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE('ADHOCPND')
               INTO(AD-HOC-PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-EOF
           END-IF.

      ******************************************************************
      * THE REQUEST ON DISPLAY - RE-READ SO A REQUEST ANOTHER CHECKER *
      * HAS SINCE DECIDED DROPS OFF THE SCREEN                        *
      ******************************************************************
       5200-SHOW-SELECTED-REQUEST.
           MOVE WS-STATE-SELECTED-KEY TO PND-CLOSURE-DATE
           EXEC CICS READ FILE('ADHOCPND')
               INTO(AD-HOC-PENDING-RECORD)
               RIDFLD(PND-CLOSURE-DATE)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE 0 TO WS-STATE-SELECTED-KEY
               IF WS-SCREEN-MESSAGE = SPACES
                   MOVE WS-MSG-NO-PENDING TO WS-SCREEN-MESSAGE
               END-IF
           ELSE
               MOVE PND-CLOSURE-DATE TO DDATEO
               IF PND-CLOSURE-END-DATE > 0
                   MOVE PND-CLOSURE-END-DATE TO DENDO
               ELSE
                   MOVE SPACES TO DENDO
               END-IF
               EVALUATE TRUE
                   WHEN PND-PENDING-ADD
                       MOVE 'ADD' TO DACTO
                   WHEN PND-PENDING-DELETE
                       MOVE 'DELETE' TO DACTO
                   WHEN OTHER
                       MOVE PND-ACTION-CODE TO DACTO
               END-EVALUATE
               IF PND-SCOPE-PROVINCES = SPACES
                   MOVE 'NATIONAL' TO DPROVO
               ELSE
                   MOVE PND-SCOPE-PROVINCES TO DPROVO
               END-IF
               MOVE PND-REASON-CODE TO DREASO
               MOVE PND-DESCRIPTION TO DDESCO
               MOVE PND-MAKER-ID TO DMAKRO
               MOVE PND-MAKER-DATE TO DMKDTO
               PERFORM 6000-SIMULATE-IMPACT
           END-IF.

      ******************************************************************
      * IMPACT SUMMARY FOR THE REQUEST ON DISPLAY. AN ADD IS ASSESSED *
      * THE WAY CLOSURE-IMPACT-SIMULATION ASSESSES IT. A DELETE       *
      * REOPENS THE DAYS OF THE LIVE CLOSURE: EACH WEEKDAY THAT IS    *
      * NOT A STATUTORY HOLIDAY FLIPS THE GATE BACK TO GO.            *
      ******************************************************************
       6000-SIMULATE-IMPACT.
           MOVE 0 TO WS-IMPACT-DAYS WS-GATE-FLIP-COUNT
                     WS-COLLISION-COUNT WS-ROLL-SHIFT-COUNT
           MOVE PND-CLOSURE-DATE TO WS-IMPACT-START-DATE
           IF PND-CLOSURE-END-DATE > 0
               MOVE PND-CLOSURE-END-DATE TO WS-IMPACT-END-DATE
           ELSE
               MOVE PND-CLOSURE-DATE TO WS-IMPACT-END-DATE
           END-IF
           IF PND-PENDING-DELETE
               PERFORM 6050-TAKE-LIVE-CLOSURE-RANGE
           END-IF
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-IMPACT-START-DATE)
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-IMPACT-END-DATE)
           PERFORM VARYING WS-SCAN-INTEGER FROM WS-FROM-INTEGER BY 1
                   UNTIL WS-SCAN-INTEGER > WS-TO-INTEGER
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
               ADD 1 TO WS-IMPACT-DAYS
               PERFORM 6100-ASSESS-ONE-CLOSURE-DAY
           END-PERFORM
           MOVE WS-IMPACT-DAYS TO IDAYSO
           MOVE WS-GATE-FLIP-COUNT TO IFLIPO
           MOVE WS-COLLISION-COUNT TO ICOLLO
           IF PND-PENDING-DELETE
               MOVE 'NO-GO -> GO' TO IDIRO
               MOVE 'N/A' TO ISHFTO
           ELSE
               MOVE 'GO -> NO-GO' TO IDIRO
               PERFORM 6400-COMPARE-ONE-ROLL
                   VARYING WS-SCAN-INTEGER
                   FROM WS-FROM-INTEGER BY 1
                   UNTIL WS-SCAN-INTEGER > WS-TO-INTEGER + 3
               MOVE WS-ROLL-SHIFT-COUNT TO ISHFTO
           END-IF.

      ******************************************************************
      * A DELETE REOPENS WHATEVER RANGE THE LIVE RECORD CARRIES       *
      ******************************************************************
       6050-TAKE-LIVE-CLOSURE-RANGE.
           MOVE PND-CLOSURE-DATE TO AHR-CLOSURE-DATE
           EXEC CICS READ FILE('ADHOCHOL')
               INTO(AD-HOC-HOLIDAY-RECORD)
               RIDFLD(AHR-CLOSURE-DATE)
               RESP(WS-RESPONSE)
           END-EXEC
           IF WS-RESPONSE = DFHRESP(NORMAL)
               IF AHR-CLOSURE-END-DATE > 0
                   MOVE AHR-CLOSURE-END-DATE TO WS-IMPACT-END-DATE
               ELSE
                   MOVE AHR-CLOSURE-DATE TO WS-IMPACT-END-DATE
               END-IF
           END-IF.

      ******************************************************************
      * ONE DAY OF THE CLOSURE - WEEKEND AND STATUTORY DAYS ARE       *
      * CLOSED EITHER WAY; FOR AN ADD, SO IS A DAY ANOTHER LIVE AD    *
      * HOC CLOSURE ALREADY COVERS                                    *
      ******************************************************************
       6100-ASSESS-ONE-CLOSURE-DAY.
           MOVE 'Y' TO WS-DAY-IS-OPEN
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE), 7)
           IF WS-DAY-OF-WEEK = WS-SATURDAY
                   OR WS-DAY-OF-WEEK = WS-SUNDAY
               MOVE 'N' TO WS-DAY-IS-OPEN
           ELSE
               PERFORM 6200-CHECK-STATUTORY-HOLIDAY
               IF WS-SHC-HOLIDAY-FLAG = 'Y'
                   MOVE 'N' TO WS-DAY-IS-OPEN
               ELSE
                   IF PND-PENDING-ADD
                       PERFORM 6300-CHECK-AD-HOC-CLOSURE
                       IF WS-AD-HOC-CLOSURE-HIT
                           MOVE 'N' TO WS-DAY-IS-OPEN
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-DAY-OPEN-TODAY
               ADD 1 TO WS-GATE-FLIP-COUNT
           ELSE
               ADD 1 TO WS-COLLISION-COUNT
           END-IF.

      ******************************************************************
      * CALL STAT-HOLIDAY-CHECK FOR THE SCAN DATE'S OWN LITERAL DATE, *
      * THEN - IF THAT CAME BACK CLEAR - THE SHIFTED-OBSERVANCE PROBE *
      ******************************************************************
       6200-CHECK-STATUTORY-HOLIDAY.
           CALL 'STAT-HOLIDAY-CHECK' USING WS-SCAN-DATE
                                            'N'
                                            WS-SHC-HOLIDAY-FLAG
                                            WS-SHC-HOLIDAY-CODE
                                            WS-SHC-HOLIDAY-NAME
                                            WS-SHC-OBSERVED-DATE
                                            WS-SHC-RETURN-CODE
                                            WS-SHC-ERROR-MESSAGE
           IF WS-SHC-HOLIDAY-FLAG = 'N'
               PERFORM 6210-CHECK-WEEKEND-SHIFTED-HOLIDAY
           END-IF.

      ******************************************************************
      * A FRIDAY MAY BE THE OBSERVED DATE OF A SATURDAY HOLIDAY AND  *
      * A MONDAY OF A SUNDAY HOLIDAY                                  *
      ******************************************************************
       6210-CHECK-WEEKEND-SHIFTED-HOLIDAY.
           MOVE 0 TO WS-ADJACENT-WEEKEND-DATE
           IF WS-DAY-OF-WEEK = WS-FRIDAY
               COMPUTE WS-ADJACENT-WEEKEND-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) + 1)
           ELSE
               IF WS-DAY-OF-WEEK = WS-MONDAY
                   COMPUTE WS-ADJACENT-WEEKEND-DATE =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
                               - 1)
               END-IF
           END-IF
           IF WS-ADJACENT-WEEKEND-DATE > 0
               CALL 'STAT-HOLIDAY-CHECK' USING
                                            WS-ADJACENT-WEEKEND-DATE
                                            'Y'
                                            WS-SHC-HOLIDAY-FLAG
                                            WS-SHC-HOLIDAY-CODE
                                            WS-SHC-HOLIDAY-NAME
                                            WS-SHC-OBSERVED-DATE
                                            WS-SHC-RETURN-CODE
                                            WS-SHC-ERROR-MESSAGE
               IF WS-SHC-HOLIDAY-FLAG = 'Y'
                       AND WS-SHC-OBSERVED-DATE = WS-SCAN-DATE
                   MOVE 'Y' TO WS-SHC-HOLIDAY-FLAG
               ELSE
                   MOVE 'N' TO WS-SHC-HOLIDAY-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * CHECK THE CLOSURES ALREADY LIVE ON ADHOCHOL                   *
      ******************************************************************
       6300-CHECK-AD-HOC-CLOSURE.
           MOVE 'C' TO WS-AHC-FUNCTION-CODE
           CALL 'AD-HOC-CLOSURE-CHECK' USING WS-AHC-FUNCTION-CODE
                                             WS-SCAN-DATE
                                             WS-AHC-PROVINCE-CODE
                                             WS-AHC-CLOSURE-FLAG
                                             WS-AHC-REASON-CODE
                                             WS-AHC-DESCRIPTION
                                             WS-AHC-RETURN-CODE.

      ******************************************************************
      * ONE DAY OF THE SURROUNDING WEEK: DOES ITS NEXT-BUSINESS-DAY   *
      * ANSWER LAND INSIDE THE CLOSURE, AND SO MOVE TO THE ROLL FROM *
      * THE DAY AFTER THE CLOSURE ENDS?                               *
      ******************************************************************
       6400-COMPARE-ONE-ROLL.
           COMPUTE WS-NBD-INPUT-DATE = FUNCTION DATE-OF-INTEGER(
               WS-SCAN-INTEGER - 3)
           CALL 'NEXT-BUSINESS-DAY-CHECK' USING WS-NBD-INPUT-DATE
                                                WS-NBD-NEXT-DATE
                                                WS-NBD-RETURN-CODE
                                                WS-NBD-ERROR-MESSAGE
                                                WS-NBD-PROVINCE-CODE
           IF WS-NBD-RETURN-CODE = 00
               MOVE WS-NBD-NEXT-DATE TO WS-BEFORE-ANSWER
               MOVE WS-BEFORE-ANSWER TO WS-AFTER-ANSWER
               IF WS-BEFORE-ANSWER >= WS-IMPACT-START-DATE
                       AND WS-BEFORE-ANSWER <= WS-IMPACT-END-DATE
                   COMPUTE WS-ROLL-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-TO-INTEGER + 1)
                   MOVE WS-ROLL-FROM-DATE TO WS-NBD-INPUT-DATE
                   CALL 'NEXT-BUSINESS-DAY-CHECK' USING
                       WS-NBD-INPUT-DATE
                       WS-NBD-NEXT-DATE
                       WS-NBD-RETURN-CODE
                       WS-NBD-ERROR-MESSAGE
                       WS-NBD-PROVINCE-CODE
                   MOVE WS-NBD-NEXT-DATE TO WS-AFTER-ANSWER
               END-IF
               IF WS-AFTER-ANSWER NOT = WS-BEFORE-ANSWER
                   ADD 1 TO WS-ROLL-SHIFT-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * PF3 - END THE TRANSACTION CLEANLY                             *
      ******************************************************************
       8000-EXIT-TRANSACTION.
           EXEC CICS SEND TEXT FROM(WS-MSG-EXITING)
               LENGTH(LENGTH OF WS-MSG-EXITING) ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * RETURN PSEUDO-CONVERSATIONALLY, CARRYING THE PAGE POSITION    *
      * AND THE REQUEST ON DISPLAY AS THE CONVERSATION STATE          *
      ******************************************************************
       9000-RETURN-FOR-NEXT-SEND.
           EXEC CICS RETURN TRANSID(WS-TRANSACTION-ID)
               COMMAREA(WS-APPROVAL-STATE)
               LENGTH(LENGTH OF WS-APPROVAL-STATE)
           END-EXEC.
