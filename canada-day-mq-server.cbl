      *   - the half-day flag and closing time;                      *
      *   - the next business day (province-aware).                  *
      *                                                               *
      * A date-range request ('RNGE', canada-day-mq-message.cpy) is   *
      * answered by running the same determination for each day from *
      * the from-date to the to-date (capped at MQH-DAY-LIMIT days)   *
      * and replying with one entry per day. Every day served is      *
      * journaled, exactly as if it had been asked on its own.        *
      *                                                               *
      * The reply goes to the request's reply-to queue via MQPUT1,    *
      * carrying the shared return-code and severity fields. Every    *
      * served determination is journaled in the standard audit       *
      * exactly as it folds the CICS CDAJ journal, so queue-served    *
      * determinations reach the seven-year trail.                    *
      *                                                               *
      * Each request is taken under syncpoint and committed only once *
      * its reply is on the reply-to queue; a reply that cannot be    *
      * delivered backs the request out for another try. A request   *
      * is not answered but dead-lettered - put to CDQ.DEADLETTER    *
      * with a reason (canada-day-mq-dead-letter.cpy), appended to    *
      * CDMQDLQ.LOG and journaled to CDMQJ.LOG under caller CDMQDLQ  *
      * with return code 48 - when:                                   *
      *                                                               *
      *   - it is shorter or longer than the request layout;         *
      *   - MQR-INPUT-DATE (or either range date) is not numeric;    *
      *   - it has been backed out WS-BACKOUT-THRESHOLD times        *
      *     already (a reply that never delivers, or a message that  *
      *     abended the server on an earlier pass).                   *
      *                                                               *
      * CANADA-DAY-MQ-DLQ-REPORT lists the day's dead letters by     *
      * sending application from CDMQDLQ.LOG.                         *
      *                                                               *
      * The server ends when MQGET completes with anything but OK -  *
      * normally the operator's queue-manager quiesce - closing the   *
      * journal and disconnecting cleanly. It also ends (RC 12) if a  *
      * dead letter cannot be put, leaving the message on the queue. *
      *                                                               *
      * NOTE: the MQ verbs are dynamic CALLs resolved against the    *
      * queue manager's stub at bind time; the version-1 control      *
      * field as the vendor CMQ* copybooks define them.               *
      *                                                               *
      * INPUT:  CDQ.REQUEST queue - request messages                  *
      * OUTPUT: reply-to queue per message; CDMQJ.LOG audit journal;  *
      *         CDQ.DEADLETTER queue and CDMQDLQ.LOG - dead letters   *
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT MQ-JOURNAL-FILE ASSIGN TO 'CDMQJ.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT DEAD-LETTER-LOG-FILE ASSIGN TO 'CDMQDLQ.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-LETTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MQ-JOURNAL-FILE.
       COPY 'canada-day-audit.cpy'.

       FD  DEAD-LETTER-LOG-FILE.
       01  DEAD-LETTER-LOG-LINE            PIC X(225).

       WORKING-STORAGE SECTION.

      * Request and reply message layouts
       COPY 'canada-day-mq-message.cpy'.

      * Dead-letter record - put to CDQ.DEADLETTER and logged
       COPY 'canada-day-mq-dead-letter.cpy'.

      * Receive buffer - longer than any request layout, so an
      * over-long message is seen for what it is rather than being
      * left on the queue by a truncation failure
       01  WS-MESSAGE-BUFFER               PIC X(64).

      * Shared enterprise return-code/severity scheme
       COPY 'holiday-return-code.cpy'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-JOURNAL-FILE-STATUS      PIC X(2).
               88  WS-JOURNAL-FILE-OK      VALUE '00'.
           05  WS-DEAD-LETTER-FILE-STATUS  PIC X(2).
               88  WS-DEAD-LETTER-FILE-OK  VALUE '00'.

      * Queue-manager connection fields
       01  WS-MQ-CONNECTION-FIELDS.
       01  WS-MQ-CONSTANTS.
           05  WS-MQOO-INPUT-SHARED        PIC S9(9) BINARY VALUE 2.
           05  WS-MQCC-OK                  PIC S9(9) BINARY VALUE 0.
           05  WS-MQCC-WARNING             PIC S9(9) BINARY VALUE 1.
           05  WS-MQRC-TRUNCATED-ACCEPTED  PIC S9(9) BINARY
               VALUE 2079.
           05  WS-MQGMO-WAIT               PIC S9(9) BINARY VALUE 1.
           05  WS-MQGMO-SYNCPOINT          PIC S9(9) BINARY VALUE 2.
           05  WS-MQGMO-ACCEPT-TRUNCATED   PIC S9(9) BINARY VALUE 64.
           05  WS-MQPMO-SYNCPOINT          PIC S9(9) BINARY VALUE 2.
           05  WS-MQMT-DATAGRAM            PIC S9(9) BINARY VALUE 8.
           05  WS-MQWI-UNLIMITED           PIC S9(9) BINARY
               VALUE -1.

           05  RD-DYNAMIC-Q-NAME           PIC X(48)
               VALUE 'AMQ.*'.
           05  RD-ALTERNATE-USER-ID        PIC X(12) VALUE SPACES.
       01  WS-DEAD-LETTER-MQOD.
           05  DD-STRUC-ID                 PIC X(4) VALUE 'OD  '.
           05  DD-VERSION                  PIC S9(9) BINARY VALUE 1.
           05  DD-OBJECT-TYPE              PIC S9(9) BINARY VALUE 1.
           05  DD-OBJECT-NAME              PIC X(48)
               VALUE 'CDQ.DEADLETTER'.
           05  DD-OBJECT-QMGR-NAME         PIC X(48) VALUE SPACES.
           05  DD-DYNAMIC-Q-NAME           PIC X(48)
               VALUE 'AMQ.*'.
           05  DD-ALTERNATE-USER-ID        PIC X(12) VALUE SPACES.

      * Message descriptor - version-1 MQMD at full book length
      * (324 bytes), field for field as CMQMDV lays it out: MQGET
           05  WS-AUDIT-TIMESTAMP          PIC X(21).
           05  WS-SERVER-IDENTITY          PIC X(8) VALUE 'CDMQSRV'.

      * Dead-letter control - a request backed out this many times is
      * not tried again. Dead letters are journaled under their own
      * caller identity and return code so the audit trail shows them
      * apart from answered requests.
       01  WS-DEAD-LETTER-FIELDS.
           05  WS-REQUEST-DISPOSITION      PIC X(1).
               88  WS-REQUEST-IS-VALID     VALUE 'V'.
               88  WS-REQUEST-IS-REJECTED  VALUE 'D'.
           05  WS-REPLY-DELIVERED          PIC X(1).
               88  WS-REPLY-WAS-DELIVERED  VALUE 'Y'.
           05  WS-BACKOUT-THRESHOLD        PIC S9(9) BINARY VALUE 3.
           05  WS-DEAD-LETTER-IDENTITY     PIC X(8) VALUE 'CDMQDLQ'.
           05  WS-DEAD-LETTER-STATUS       PIC 9(2) VALUE 48.
           05  WS-REQUESTS-DEAD-LETTERED   PIC 9(7) VALUE 0.
           05  WS-REQUESTS-BACKED-OUT      PIC 9(7) VALUE 0.
           05  WS-DISPLAY-BACKOUT-COUNT    PIC 9(4).

      * Date-range request control. A range whose dates are numeric
      * but not real dates, or run backwards, is answered with an
      * error header and no days.
       01  WS-RANGE-FIELDS.
           05  WS-REQUEST-TYPE             PIC X(1).
               88  WS-SINGLE-DATE-REQUEST  VALUE 'S'.
               88  WS-DATE-RANGE-REQUEST   VALUE 'R'.
           05  WS-RANGE-FROM-INTEGER       PIC 9(7).
           05  WS-RANGE-TO-INTEGER         PIC 9(7).
           05  WS-RANGE-DAY-INTEGER        PIC 9(7).
           05  WS-RANGE-DAY-INDEX          PIC 9(3).
           05  WS-RC-RANGE-INVALID-DATE    PIC 9(2) VALUE 01.
           05  WS-RC-RANGE-REVERSED        PIC 9(2) VALUE 02.
           05  WS-MSG-RANGE-INVALID-DATE   PIC X(40)
               VALUE 'FROM-DATE OR TO-DATE IS NOT A VALID DATE'.
           05  WS-MSG-RANGE-REVERSED       PIC X(40)
               VALUE 'TO-DATE IS BEFORE FROM-DATE'.

      * Scratch fields for the provincial call, mirroring the CICS
      * inquiry - a provincial failure must reach the reply as an
      * error, not be overwritten by the sections that follow

      ******************************************************************
      * CONNECT TO THE QUEUE MANAGER, OPEN THE REQUEST QUEUE AND THE  *
      * AUDIT JOURNAL AND THE DEAD-LETTER LOG                         *
      ******************************************************************
       1000-CONNECT-AND-OPEN.
           CALL 'MQCONN' USING WS-QMGR-NAME
                   ' - SERVER NOT STARTED'
               MOVE 'N' TO WS-SERVER-ACTIVE
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-SERVER-IS-ACTIVE
               OPEN EXTEND DEAD-LETTER-LOG-FILE
               IF NOT WS-DEAD-LETTER-FILE-OK
                   OPEN OUTPUT DEAD-LETTER-LOG-FILE
               END-IF
               IF NOT WS-DEAD-LETTER-FILE-OK
                   DISPLAY 'CANADA-DAY-MQ-SERVER: UNABLE TO OPEN '
                       'CDMQDLQ.LOG - FILE STATUS '
                       WS-DEAD-LETTER-FILE-STATUS
                       ' - SERVER NOT STARTED'
                   CLOSE MQ-JOURNAL-FILE
                   MOVE 'N' TO WS-JOURNAL-AVAILABLE
                   MOVE 'N' TO WS-SERVER-ACTIVE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * GET ONE REQUEST UNDER SYNCPOINT (WAITING AS LONG AS IT        *
      * TAKES). A REQUEST THAT PASSES THE EDITS IS ANSWERED, AND      *
      * COMMITTED AND JOURNALED ONCE THE REPLY IS DELIVERED - OR      *
      * BACKED OUT FOR ANOTHER TRY IF IT IS NOT. ONE THAT FAILS THE   *
      * EDITS IS DEAD-LETTERED.                                       *
      ******************************************************************
       2000-SERVE-ONE-REQUEST.
           COMPUTE GMO-OPTIONS = WS-MQGMO-WAIT
                               + WS-MQGMO-SYNCPOINT
                               + WS-MQGMO-ACCEPT-TRUNCATED
           MOVE WS-MQWI-UNLIMITED TO GMO-WAIT-INTERVAL
      *    MQGET matches on MsgId/CorrelId - LOW-VALUES (MQMI_NONE /
      *    MQCI_NONE) means match any message, so the loop takes the
      *    queue in arrival order
           MOVE LOW-VALUES TO MD-MSG-ID
           MOVE LOW-VALUES TO MD-CORREL-ID
           MOVE SPACES TO WS-MESSAGE-BUFFER
           MOVE LENGTH OF WS-MESSAGE-BUFFER TO WS-BUFFER-LENGTH
           CALL 'MQGET' USING WS-HCONN
                              WS-HOBJ
                              WS-MQMD
                              WS-MQGMO
                              WS-BUFFER-LENGTH
                              WS-MESSAGE-BUFFER
                              WS-DATA-LENGTH
                              WS-COMPCODE
                              WS-REASON
      *    A message longer than the buffer arrives truncated with a
      *    warning; WS-DATA-LENGTH still holds its full length
           IF WS-COMPCODE = WS-MQCC-OK
                   OR (WS-COMPCODE = WS-MQCC-WARNING
                   AND WS-REASON = WS-MQRC-TRUNCATED-ACCEPTED)
               PERFORM 2100-EDIT-THE-REQUEST
               IF WS-REQUEST-IS-VALID
                   IF WS-DATE-RANGE-REQUEST
                       PERFORM 3500-BUILD-THE-RANGE-REPLY
                   ELSE
                       PERFORM 3000-BUILD-THE-REPLY
                   END-IF
                   PERFORM 5000-PUT-THE-REPLY
                   IF WS-REPLY-WAS-DELIVERED
                       IF WS-DATE-RANGE-REQUEST
                           PERFORM 4100-JOURNAL-THE-RANGE
                       ELSE
                           PERFORM 4000-JOURNAL-THE-DETERMINATION
                       END-IF
                       PERFORM 6000-COMMIT-THE-REQUEST
                       ADD 1 TO WS-REQUESTS-SERVED
                   ELSE
                       PERFORM 6100-BACK-OUT-THE-REQUEST
                   END-IF
               ELSE
                   PERFORM 7000-DEAD-LETTER-THE-REQUEST
               END-IF
           ELSE
      *        Normal end: the queue manager is quiescing
               MOVE 'N' TO WS-SERVER-ACTIVE
           END-IF.

      ******************************************************************
      * LAYOUT AND RETRY EDITS. A REQUEST ALREADY BACKED OUT TO THE   *
      * THRESHOLD IS NOT TRIED AGAIN, HOWEVER WELL-FORMED; OTHERWISE  *
      * THE MESSAGE MUST BE EXACTLY ONE REQUEST LAYOUT - A 'RNGE'     *
      * TAGGED DATE-RANGE REQUEST OR A SINGLE-DATE REQUEST - WITH     *
      * NUMERIC DATES. A REQUEST THAT PASSES IS MOVED INTO ITS        *
      * LAYOUT.                                                       *
      ******************************************************************
       2100-EDIT-THE-REQUEST.
           MOVE 'D' TO WS-REQUEST-DISPOSITION
           MOVE 'S' TO WS-REQUEST-TYPE
           INITIALIZE MQ-DEAD-LETTER-RECORD
           EVALUATE TRUE
               WHEN MD-BACKOUT-COUNT >= WS-BACKOUT-THRESHOLD
                   SET MQD-BACKOUT-EXCEEDED TO TRUE
                   MOVE 'BACKOUT THRESHOLD REACHED'
                       TO MQD-REASON-TEXT
               WHEN WS-MESSAGE-BUFFER (1:4) = 'RNGE'
                   PERFORM 2110-EDIT-THE-RANGE-REQUEST
               WHEN WS-DATA-LENGTH < LENGTH OF CANADA-DAY-MQ-REQUEST
                   SET MQD-MESSAGE-TOO-SHORT TO TRUE
                   MOVE 'MESSAGE SHORTER THAN THE REQUEST LAYOUT'
                       TO MQD-REASON-TEXT
               WHEN WS-DATA-LENGTH > LENGTH OF CANADA-DAY-MQ-REQUEST
                   SET MQD-MESSAGE-TOO-LONG TO TRUE
                   MOVE 'MESSAGE LONGER THAN THE REQUEST LAYOUT'
                       TO MQD-REASON-TEXT
               WHEN WS-MESSAGE-BUFFER (1:8) IS NOT NUMERIC
                   SET MQD-DATE-NOT-NUMERIC TO TRUE
                   MOVE 'MQR-INPUT-DATE IS NOT NUMERIC'
                       TO MQD-REASON-TEXT
               WHEN OTHER
                   MOVE 'V' TO WS-REQUEST-DISPOSITION
                   MOVE WS-MESSAGE-BUFFER
                       (1:LENGTH OF CANADA-DAY-MQ-REQUEST)
                       TO CANADA-DAY-MQ-REQUEST
           END-EVALUATE.

      ******************************************************************
      * LAYOUT EDITS FOR A DATE-RANGE REQUEST                         *
      ******************************************************************
       2110-EDIT-THE-RANGE-REQUEST.
           EVALUATE TRUE
               WHEN WS-DATA-LENGTH
                       < LENGTH OF CANADA-DAY-MQ-RANGE-REQUEST
                   SET MQD-MESSAGE-TOO-SHORT TO TRUE
                   MOVE 'MESSAGE SHORTER THAN THE REQUEST LAYOUT'
                       TO MQD-REASON-TEXT
               WHEN WS-DATA-LENGTH
                       > LENGTH OF CANADA-DAY-MQ-RANGE-REQUEST
                   SET MQD-MESSAGE-TOO-LONG TO TRUE
                   MOVE 'MESSAGE LONGER THAN THE REQUEST LAYOUT'
                       TO MQD-REASON-TEXT
               WHEN OTHER
                   MOVE WS-MESSAGE-BUFFER
                       (1:LENGTH OF CANADA-DAY-MQ-RANGE-REQUEST)
                       TO CANADA-DAY-MQ-RANGE-REQUEST
                   IF MQG-FROM-DATE IS NUMERIC
                           AND MQG-TO-DATE IS NUMERIC
                       MOVE 'V' TO WS-REQUEST-DISPOSITION
                       MOVE 'R' TO WS-REQUEST-TYPE
                   ELSE
                       SET MQD-RANGE-NOT-NUMERIC TO TRUE
                       MOVE 'MQG-FROM-DATE OR MQG-TO-DATE NOT NUMERIC'
                           TO MQD-REASON-TEXT
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * ASSEMBLE THE ONE-STOP DETERMINATION - THE SAME SECTIONS       *
      * CANADA-DAY-INQUIRY RUNS, IN THE SAME ORDER                    *
                   TO MQP-ERROR-MESSAGE
           END-IF.

      ******************************************************************
      * ANSWER A DATE-RANGE REQUEST - THE SINGLE-DATE DETERMINATION   *
      * ONCE PER DAY, EACH ANSWER KEPT AS ONE ENTRY. THE HEADER       *
      * CARRIES THE FIRST FAILING DAY'S RETURN CODE, IF ANY.          *
      ******************************************************************
       3500-BUILD-THE-RANGE-REPLY.
           INITIALIZE CANADA-DAY-MQ-RANGE-REPLY
           MOVE 'RNGE' TO MQH-REPLY-TAG
           MOVE MQG-FROM-DATE TO MQH-FROM-DATE
           MOVE MQG-TO-DATE TO MQH-REQUESTED-TO-DATE
           MOVE MQG-PROVINCE-CODE TO MQH-PROVINCE-CODE
           MOVE MQG-COUNTRY-CODE TO MQH-COUNTRY-CODE
           MOVE 'N' TO MQH-CAPPED-FLAG
           MOVE 0 TO MQH-DAY-COUNT
           MOVE 00 TO MQH-RETURN-CODE
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (MQG-FROM-DATE) NOT = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD (MQG-TO-DATE) NOT = 0
                   MOVE WS-RC-RANGE-INVALID-DATE TO MQH-RETURN-CODE
                   MOVE WS-MSG-RANGE-INVALID-DATE TO MQH-ERROR-MESSAGE
               WHEN MQG-TO-DATE < MQG-FROM-DATE
                   MOVE WS-RC-RANGE-REVERSED TO MQH-RETURN-CODE
                   MOVE WS-MSG-RANGE-REVERSED TO MQH-ERROR-MESSAGE
               WHEN OTHER
                   COMPUTE WS-RANGE-FROM-INTEGER =
                       FUNCTION INTEGER-OF-DATE (MQG-FROM-DATE)
                   COMPUTE WS-RANGE-TO-INTEGER =
                       FUNCTION INTEGER-OF-DATE (MQG-TO-DATE)
                   IF WS-RANGE-TO-INTEGER - WS-RANGE-FROM-INTEGER
                           >= MQH-DAY-LIMIT
                       COMPUTE WS-RANGE-TO-INTEGER =
                           WS-RANGE-FROM-INTEGER + MQH-DAY-LIMIT - 1
                       MOVE 'Y' TO MQH-CAPPED-FLAG
                   END-IF
                   COMPUTE MQH-TO-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-RANGE-TO-INTEGER)
                   PERFORM 3510-BUILD-ONE-RANGE-DAY
                       VARYING WS-RANGE-DAY-INTEGER
                       FROM WS-RANGE-FROM-INTEGER BY 1
                       UNTIL WS-RANGE-DAY-INTEGER > WS-RANGE-TO-INTEGER
           END-EVALUATE
           CALL 'HOLIDAY-RETURN-SEVERITY' USING MQH-RETURN-CODE
                                                 HRS-SEVERITY-CODE
                                                 HRS-SEVERITY-LETTER
           MOVE HRS-SEVERITY-CODE TO MQH-SEVERITY-CODE
           MOVE HRS-SEVERITY-LETTER TO MQH-SEVERITY-LETTER.

      ******************************************************************
      * ONE DAY OF THE RANGE, ASKED EXACTLY AS A SINGLE-DATE REQUEST  *
      ******************************************************************
       3510-BUILD-ONE-RANGE-DAY.
           COMPUTE MQR-INPUT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-RANGE-DAY-INTEGER)
           MOVE MQG-PROVINCE-CODE TO MQR-PROVINCE-CODE
           MOVE MQG-COUNTRY-CODE TO MQR-COUNTRY-CODE
           PERFORM 3000-BUILD-THE-REPLY
           ADD 1 TO MQH-DAY-COUNT
           MOVE CANADA-DAY-MQ-REPLY TO MQH-DAY-ENTRY (MQH-DAY-COUNT)
           IF MQP-RETURN-CODE NOT = 00 AND MQH-RETURN-CODE = 00
               MOVE MQP-RETURN-CODE TO MQH-RETURN-CODE
               MOVE MQP-ERROR-MESSAGE TO MQH-ERROR-MESSAGE
           END-IF.

      ******************************************************************
      * JOURNAL THE SERVED DETERMINATION IN THE STANDARD AUDIT        *
      * RECORD LAYOUT - THE DAILY MERGE FOLDS CDMQJ.LOG INTO          *
               MOVE MQP-RETURN-CODE TO AUD-RETURN-CODE
               MOVE WS-SERVER-IDENTITY TO AUD-CALLING-PROGRAM
               MOVE MQP-SEVERITY-CODE TO AUD-SEVERITY-CODE
               MOVE 0 TO AUD-SEQUENCE-NUMBER
               MOVE 0 TO AUD-CHECK-VALUE
               WRITE AUDIT-LOG-RECORD
           END-IF.

      ******************************************************************
      * JOURNAL EVERY DAY OF A SERVED RANGE AS ITS OWN DETERMINATION. *
      * A RANGE REJECTED WITH NO DAYS IS JOURNALED ONCE, UNDER ITS    *
      * FROM-DATE AND THE HEADER'S RETURN CODE.                       *
      ******************************************************************
       4100-JOURNAL-THE-RANGE.
           IF MQH-DAY-COUNT = 0
               INITIALIZE CANADA-DAY-MQ-REPLY
               MOVE MQH-FROM-DATE TO MQP-INPUT-DATE
               MOVE 'N' TO MQP-HOLIDAY-FLAG
               MOVE MQH-RETURN-CODE TO MQP-RETURN-CODE
               MOVE MQH-SEVERITY-CODE TO MQP-SEVERITY-CODE
               PERFORM 4000-JOURNAL-THE-DETERMINATION
           ELSE
               PERFORM VARYING WS-RANGE-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-RANGE-DAY-INDEX > MQH-DAY-COUNT
                   MOVE MQH-DAY-ENTRY (WS-RANGE-DAY-INDEX)
                       TO CANADA-DAY-MQ-REPLY
                   PERFORM 4000-JOURNAL-THE-DETERMINATION
               END-PERFORM
           END-IF.

      ******************************************************************
      * PUT THE REPLY ON THE REQUEST'S REPLY-TO QUEUE, CORRELATED BY  *
      * THE REQUEST'S MESSAGE ID, IN THE REQUEST'S UNIT OF WORK       *
      ******************************************************************
       5000-PUT-THE-REPLY.
           MOVE 'N' TO WS-REPLY-DELIVERED
           MOVE WS-MQPMO-SYNCPOINT TO PMO-OPTIONS
           MOVE MD-REPLY-TO-Q TO RD-OBJECT-NAME
           MOVE MD-REPLY-TO-QMGR TO RD-OBJECT-QMGR-NAME
           MOVE MD-MSG-ID TO MD-CORREL-ID
           IF WS-DATE-RANGE-REQUEST
      *        Only the header and the days served are sent
               COMPUTE WS-DATA-LENGTH =
                   LENGTH OF MQH-RANGE-HEADER
                   + MQH-DAY-COUNT * LENGTH OF CANADA-DAY-MQ-REPLY
               CALL 'MQPUT1' USING WS-HCONN
                                   WS-REPLY-MQOD
                                   WS-MQMD
                                   WS-MQPMO
                                   WS-DATA-LENGTH
                                   CANADA-DAY-MQ-RANGE-REPLY
                                   WS-COMPCODE
                                   WS-REASON
           ELSE
               MOVE LENGTH OF CANADA-DAY-MQ-REPLY TO WS-DATA-LENGTH
               CALL 'MQPUT1' USING WS-HCONN
                                   WS-REPLY-MQOD
                                   WS-MQMD
                                   WS-MQPMO
                                   WS-DATA-LENGTH
                                   CANADA-DAY-MQ-REPLY
                                   WS-COMPCODE
                                   WS-REASON
           END-IF
           IF WS-COMPCODE NOT = WS-MQCC-OK
               DISPLAY 'CANADA-DAY-MQ-SERVER: MQPUT1 FAILED, '
                   'REASON ' WS-REASON
                   ' REPLY-TO ' RD-OBJECT-NAME (1:20)
           ELSE
               MOVE 'Y' TO WS-REPLY-DELIVERED
           END-IF.

      ******************************************************************
      * COMMIT THE GET AND ITS REPLY (OR ITS DEAD LETTER) TOGETHER    *
      ******************************************************************
       6000-COMMIT-THE-REQUEST.
           CALL 'MQCMIT' USING WS-HCONN
                               WS-COMPCODE
                               WS-REASON
           IF WS-COMPCODE NOT = WS-MQCC-OK
               DISPLAY 'CANADA-DAY-MQ-SERVER: MQCMIT FAILED, '
                   'REASON ' WS-REASON
           END-IF.

      ******************************************************************
      * PUT THE REQUEST BACK ON THE QUEUE FOR ANOTHER TRY - THE QUEUE *
      * MANAGER RAISES ITS BACKOUT COUNT, AND 2100 DEAD-LETTERS IT    *
      * ONCE THE THRESHOLD IS REACHED                                 *
      ******************************************************************
       6100-BACK-OUT-THE-REQUEST.
           CALL 'MQBACK' USING WS-HCONN
                               WS-COMPCODE
                               WS-REASON
           ADD 1 TO WS-REQUESTS-BACKED-OUT
           COMPUTE WS-DISPLAY-BACKOUT-COUNT = MD-BACKOUT-COUNT + 1
           DISPLAY 'CANADA-DAY-MQ-SERVER: REQUEST BACKED OUT, '
               'BACKOUT COUNT NOW ' WS-DISPLAY-BACKOUT-COUNT.

      ******************************************************************
      * MOVE A REJECTED REQUEST TO CDQ.DEADLETTER WITH ITS REASON,    *
      * THEN LOG AND JOURNAL IT AND COMMIT. IF THE DEAD LETTER CANNOT *
      * BE PUT THE REQUEST IS BACKED OUT AND THE SERVER STOPS - IT    *
      * WOULD ONLY GET THE SAME MESSAGE AGAIN.                        *
      ******************************************************************
       7000-DEAD-LETTER-THE-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO MQD-TIMESTAMP
           MOVE MD-PUT-APPL-NAME TO MQD-PUT-APPL-NAME
           MOVE MD-USER-IDENTIFIER TO MQD-USER-IDENTIFIER
           MOVE MD-REPLY-TO-Q TO MQD-REPLY-TO-Q
           MOVE MD-BACKOUT-COUNT TO MQD-BACKOUT-COUNT
           MOVE WS-DATA-LENGTH TO MQD-MESSAGE-LENGTH
           MOVE SPACES TO MQD-MESSAGE-DATA
           IF WS-DATA-LENGTH > 0
                   AND WS-DATA-LENGTH < LENGTH OF MQD-MESSAGE-DATA
               MOVE WS-MESSAGE-BUFFER (1:WS-DATA-LENGTH)
                   TO MQD-MESSAGE-DATA
           ELSE
               IF WS-DATA-LENGTH > 0
                   MOVE WS-MESSAGE-BUFFER TO MQD-MESSAGE-DATA
               END-IF
           END-IF
           INSPECT MQD-MESSAGE-DATA REPLACING ALL LOW-VALUE BY '.'
           MOVE WS-MQMT-DATAGRAM TO MD-MSG-TYPE
           MOVE MD-MSG-ID TO MD-CORREL-ID
           MOVE WS-MQPMO-SYNCPOINT TO PMO-OPTIONS
           MOVE LENGTH OF MQ-DEAD-LETTER-RECORD TO WS-DATA-LENGTH
           CALL 'MQPUT1' USING WS-HCONN
                               WS-DEAD-LETTER-MQOD
                               WS-MQMD
                               WS-MQPMO
                               WS-DATA-LENGTH
                               MQ-DEAD-LETTER-RECORD
                               WS-COMPCODE
                               WS-REASON
           IF WS-COMPCODE = WS-MQCC-OK
               PERFORM 7100-JOURNAL-THE-DEAD-LETTER
               PERFORM 6000-COMMIT-THE-REQUEST
               ADD 1 TO WS-REQUESTS-DEAD-LETTERED
               DISPLAY 'CANADA-DAY-MQ-SERVER: REQUEST FROM '
                   MQD-PUT-APPL-NAME ' DEAD-LETTERED - '
                   MQD-REASON-TEXT
           ELSE
               DISPLAY 'CANADA-DAY-MQ-SERVER: DEAD-LETTER MQPUT1 '
                   'FAILED, REASON ' WS-REASON
                   ' - REQUEST LEFT ON QUEUE, SERVER STOPPING'
               CALL 'MQBACK' USING WS-HCONN
                                   WS-COMPCODE
                                   WS-REASON
               MOVE 'N' TO WS-SERVER-ACTIVE
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * LOG THE DEAD LETTER FOR THE END-OF-DAY REPORT AND JOURNAL IT  *
      * UNDER THE DEAD-LETTER IDENTITY AND STATUS - THE DATE IS KEPT  *
      * WHEN ONE WAS READABLE, ZERO OTHERWISE                         *
      ******************************************************************
       7100-JOURNAL-THE-DEAD-LETTER.
           WRITE DEAD-LETTER-LOG-LINE FROM MQ-DEAD-LETTER-RECORD
           IF WS-JOURNAL-IS-OPEN
               MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
               IF MQD-MESSAGE-LENGTH >= 8
                       AND WS-MESSAGE-BUFFER (1:8) IS NUMERIC
                   MOVE WS-MESSAGE-BUFFER (1:8) TO AUD-INPUT-DATE
               ELSE
                   MOVE 0 TO AUD-INPUT-DATE
               END-IF
               MOVE 'Y' TO AUD-OBSERVANCE-FLAG
               MOVE 'N' TO AUD-CANADA-DAY-FLAG
               MOVE 0 TO AUD-OBSERVED-DATE
               MOVE WS-DEAD-LETTER-STATUS TO AUD-RETURN-CODE
               MOVE WS-DEAD-LETTER-IDENTITY TO AUD-CALLING-PROGRAM
               CALL 'HOLIDAY-RETURN-SEVERITY' USING
                   WS-DEAD-LETTER-STATUS
                   HRS-SEVERITY-CODE
                   HRS-SEVERITY-LETTER
               MOVE HRS-SEVERITY-CODE TO AUD-SEVERITY-CODE
               MOVE 0 TO AUD-SEQUENCE-NUMBER
               MOVE 0 TO AUD-CHECK-VALUE
               WRITE AUDIT-LOG-RECORD
           END-IF.

      ******************************************************************
       8000-DISCONNECT-AND-CLOSE.
           IF WS-JOURNAL-IS-OPEN
               CLOSE MQ-JOURNAL-FILE
               CLOSE DEAD-LETTER-LOG-FILE
           END-IF
           CALL 'MQCLOSE' USING WS-HCONN
                                WS-HOBJ
                               WS-COMPCODE
                               WS-REASON
           DISPLAY 'CANADA-DAY-MQ-SERVER: ' WS-REQUESTS-SERVED
               ' REQUESTS SERVED THIS SESSION'
           DISPLAY 'CANADA-DAY-MQ-SERVER: ' WS-REQUESTS-DEAD-LETTERED
               ' DEAD-LETTERED, ' WS-REQUESTS-BACKED-OUT
               ' BACKED OUT FOR RETRY'.

      ******************************************************************
      * PROGRAM EXIT                                                  *
