      ******************************************************************
      * PROGRAM: BUSINESS-DAY-INDEX-LOOKUP                             *
      * PURPOSE: Shared business-day serial index lookup - answer     *
      *          business-day arithmetic for a calendar by keyed      *
      *          reads of the nightly index instead of day stepping   *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * NEXT-BUSINESS-DAY-CHECK, ADD-BUSINESS-DAYS and                *
      * BUSINESS-DAYS-BETWEEN step one calendar day at a time, making *
      * a statutory, ad hoc, provincial and bridge-day call for every *
      * weekday they pass. BUSINESS-DAY-INDEX-BUILD precomputes each  *
      * calendar's open/closed status and running business-day        *
      * serial into the BDINDEX KSDS every night                      *
      * (business-day-index.cpy); this routine is the one program     *
      * that reads it, the way AD-HOC-CLOSURE-CHECK is the one that   *
      * reads ADHOCHOL, so the three routines answer with one or two  *
      * keyed reads and keep their stepping logic as the fallback.    *
      *                                                               *
      * FUNCTION CODES (L-FUNCTION-CODE):                             *
      *   'S' - serial and open flag of L-LOOKUP-DATE                 *
      *   'D' - the open date carrying serial L-SERIAL (returned in   *
      *         L-LOOKUP-DATE)                                        *
      *   'B' - bypass the index for the rest of the run unit; the    *
      *         builder uses this so the calendar it writes is        *
      *         derived by stepping, never from the index it replaces *
      *   'R' - forget which calendars were judged current and scan   *
      *         the closure history again; CANADA-DAY-CHECK's timed   *
      *         refresh uses this, as it does AD-HOC-CLOSURE-CHECK's  *
      *         'R', so a long-running run unit stops trusting a      *
      *         calendar once a same-day closure is approved          *
      *                                                               *
      * A calendar is only trusted when its control record shows it   *
      * was built today or yesterday (the index is rebuilt nightly)   *
      * and no ad hoc closure change has been approved since the      *
      * build - the closure history (ADHOCHST.DAT, and ADHOCHSC.DAT   *
      * for approvals made online) is scanned once per run unit for   *
      * the latest AHH-EFFECTIVE-STAMP. A missing BDINDEX, a missing  *
      * calendar or a stale one returns RC 90: the caller steps, and  *
      * the fallback is recorded with HOLIDAY-DEGRADE-STATUS under    *
      * 'BDINDEX' and announced once on the console. A date or        *
      * serial simply outside the index's range returns RC 91 with    *
      * no alert - the caller steps exactly as it always has.         *
      *                                                               *
      * INPUT:  Function code, calendar id (F / P+province /          *
      *         R+rail), date or serial                               *
      * OUTPUT: Serial, date, open flag (Y/N), RC (00 = answered from *
      *         the index, 90 = index unavailable or stale, 91 = not  *
      *         in the index)                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DAY-INDEX-LOOKUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DAY-INDEX-FILE ASSIGN TO 'BDINDEX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDX-DATE-KEY
               ALTERNATE RECORD KEY IS BDX-SERIAL-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT CLOSURE-HISTORY-FILE ASSIGN TO 'ADHOCHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ONLINE-HISTORY-FILE ASSIGN TO 'ADHOCHSC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLINE-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DAY-INDEX-FILE.
       COPY 'business-day-index.cpy'.

       FD  CLOSURE-HISTORY-FILE.
       01  CLOSURE-HISTORY-LINE            PIC X(261).

       FD  ONLINE-HISTORY-FILE.
       01  ONLINE-HISTORY-LINE             PIC X(261).

       WORKING-STORAGE SECTION.

      * Closure history record - both history files are read into it
       COPY 'ad-hoc-history.cpy'.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-INDEX-FILE-STATUS        PIC X(2).
               88  WS-INDEX-FILE-OK        VALUE '00' '02'.
           05  WS-HISTORY-FILE-STATUS      PIC X(2).
               88  WS-HISTORY-FILE-OK      VALUE '00'.
           05  WS-ONLINE-HIST-FILE-STATUS  PIC X(2).
               88  WS-ONLINE-HIST-FILE-OK  VALUE '00'.

      * Index state for the run unit
       01  WS-INDEX-STATE-FIELDS.
           05  WS-INDEX-STATE              PIC X(1) VALUE SPACE.
               88  WS-INDEX-NOT-OPENED     VALUE SPACE.
               88  WS-INDEX-IS-OPEN        VALUE 'O'.
               88  WS-INDEX-UNAVAILABLE    VALUE 'U'.
               88  WS-INDEX-BYPASSED       VALUE 'B'.
           05  WS-HISTORY-EOF              PIC X(1).
               88  WS-NO-MORE-HISTORY      VALUE 'Y'.
           05  WS-LATEST-CHANGE-STAMP      PIC 9(14) VALUE 0.
           05  WS-TODAY-DATE               PIC 9(8).
           05  WS-YESTERDAY-DATE           PIC 9(8).
           05  WS-SEARCH-DONE              PIC X(1).
               88  WS-SEARCH-IS-DONE       VALUE 'Y'.

      * Calendars resolved so far in the run unit - sixteen are built
      * (federal, thirteen provinces, two rails), so 20 is generous
       01  WS-CALENDAR-TABLE-FIELDS.
           05  WS-CALENDAR-COUNT           PIC 9(2) VALUE 0.
           05  WS-CALENDAR-INDEX           PIC 9(2).
           05  WS-CALENDAR-SLOT            PIC 9(2).
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-ENTRY           OCCURS 20 TIMES.
               10  WS-CAL-ID               PIC X(5).
               10  WS-CAL-STATE            PIC X(1).
                   88  WS-CAL-IS-CURRENT   VALUE 'Y'.
               10  WS-CAL-FIRST-DATE       PIC 9(8).
               10  WS-CAL-LAST-DATE        PIC 9(8).

      * Return codes
       01  WS-RETURN-CODES.
           05  WS-RC-SUCCESS               PIC 9(2) VALUE 00.
           05  WS-RC-INDEX-UNAVAILABLE     PIC 9(2) VALUE 90.
           05  WS-RC-NOT-IN-INDEX          PIC 9(2) VALUE 91.

      * Shared enterprise return-code/severity scheme - classifies
      * the degraded-mode alert in 7000-ALERT-DEGRADED-MODE
       COPY 'holiday-return-code.cpy'.

      * Degraded-mode alerting fields - an index fallback is recorded
      * with HOLIDAY-DEGRADE-STATUS and announced on the console the
      * first time it happens in the run. The stepping answer is
      * still correct, only slower, so the alert is classified in the
      * warning band (a fallback default was used).
       01  WS-DEGRADE-ALERT-FIELDS.
           05  WS-HDS-FUNCTION             PIC X(1).
           05  WS-HDS-COMPONENT            PIC X(8) VALUE 'BDINDEX'.
           05  WS-HDS-FIRST-TIME           PIC X(1).
           05  WS-HDS-EVENT-COUNT          PIC 9(4).
           05  WS-HDS-COMPONENT-LIST       PIC X(40).
           05  WS-DEGRADE-RETURN-CODE      PIC 9(2) VALUE 50.
           05  WS-DEGRADE-REASON           PIC X(30).

       LINKAGE SECTION.
       01  L-FUNCTION-CODE                 PIC X(1).
       01  L-CALENDAR-ID                   PIC X(5).
       01  L-LOOKUP-DATE                   PIC 9(8).
       01  L-SERIAL                        PIC 9(7).
       01  L-OPEN-FLAG                     PIC X(1).
       01  L-RETURN-CODE                   PIC 9(2).

       PROCEDURE DIVISION USING L-FUNCTION-CODE
                               L-CALENDAR-ID
                               L-LOOKUP-DATE
                               L-SERIAL
                               L-OPEN-FLAG
                               L-RETURN-CODE.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE WS-RC-SUCCESS TO L-RETURN-CODE
           EVALUATE L-FUNCTION-CODE
               WHEN 'B'
                   PERFORM 1000-BYPASS-INDEX
               WHEN 'R'
                   PERFORM 1100-REFRESH-INDEX-STATE
               WHEN OTHER
                   MOVE 'N' TO L-OPEN-FLAG
                   IF WS-INDEX-NOT-OPENED
                       PERFORM 2000-OPEN-INDEX
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-INDEX-BYPASSED
                           MOVE WS-RC-NOT-IN-INDEX TO L-RETURN-CODE
                       WHEN WS-INDEX-UNAVAILABLE
                           MOVE WS-RC-INDEX-UNAVAILABLE TO L-RETURN-CODE
                       WHEN OTHER
                           PERFORM 3000-RESOLVE-CALENDAR
                           IF L-RETURN-CODE = WS-RC-SUCCESS
                               EVALUATE L-FUNCTION-CODE
                                   WHEN 'S'
                                       PERFORM 4000-FIND-DATE-SERIAL
                                   WHEN 'D'
                                       PERFORM 5000-FIND-SERIAL-DATE
                                   WHEN OTHER
                                       MOVE WS-RC-NOT-IN-INDEX
                                           TO L-RETURN-CODE
                               END-EVALUATE
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * STOP USING THE INDEX FOR THE REST OF THE RUN UNIT            *
      ******************************************************************
       1000-BYPASS-INDEX.
           IF WS-INDEX-IS-OPEN
               CLOSE BUSINESS-DAY-INDEX-FILE
           END-IF
           MOVE 'B' TO WS-INDEX-STATE.

      ******************************************************************
      * FORGET THE CALENDAR JUDGMENTS SO EACH IS JUDGED AGAIN ON ITS  *
      * NEXT USE AGAINST A FRESH SCAN OF THE CLOSURE HISTORY. AN     *
      * INDEX THAT COULD NOT BE OPENED IS TRIED AGAIN, IN CASE THE   *
      * BUILD HAS RUN SINCE; A BYPASS STAYS IN FORCE.                 *
      ******************************************************************
       1100-REFRESH-INDEX-STATE.
           MOVE 0 TO WS-CALENDAR-COUNT
           EVALUATE TRUE
               WHEN WS-INDEX-IS-OPEN
                   PERFORM 2010-SET-JUDGING-DATES
                   MOVE 0 TO WS-LATEST-CHANGE-STAMP
                   PERFORM 2100-SCAN-BATCH-HISTORY
                   PERFORM 2200-SCAN-ONLINE-HISTORY
               WHEN WS-INDEX-UNAVAILABLE
                   MOVE SPACE TO WS-INDEX-STATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * OPEN BDINDEX ONCE PER RUN UNIT AND NOTE THE LATEST APPROVED   *
      * CLOSURE CHANGE, SO EACH CALENDAR CAN BE JUDGED CURRENT OR     *
      * STALE AS IT IS FIRST ASKED FOR                                 *
      ******************************************************************
       2000-OPEN-INDEX.
           PERFORM 2010-SET-JUDGING-DATES
           OPEN INPUT BUSINESS-DAY-INDEX-FILE
           IF WS-INDEX-FILE-OK
               MOVE 'O' TO WS-INDEX-STATE
               MOVE 0 TO WS-LATEST-CHANGE-STAMP
               PERFORM 2100-SCAN-BATCH-HISTORY
               PERFORM 2200-SCAN-ONLINE-HISTORY
           ELSE
               MOVE 'U' TO WS-INDEX-STATE
               MOVE 'UNAVAILABLE' TO WS-DEGRADE-REASON
               PERFORM 7000-ALERT-DEGRADED-MODE
           END-IF.

      ******************************************************************
      * TODAY AND YESTERDAY - A CALENDAR BUILT BEFORE YESTERDAY MISSED *
      * ITS NIGHTLY RUN                                                *
      ******************************************************************
       2010-SET-JUDGING-DATES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           COMPUTE WS-YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).

      ******************************************************************
      * LATEST EFFECTIVE STAMP ON THE BATCH CLOSURE HISTORY. A        *
      * MISSING FILE MEANS NO CHANGE HAS EVER BEEN JOURNALED.         *
      ******************************************************************
       2100-SCAN-BATCH-HISTORY.
           OPEN INPUT CLOSURE-HISTORY-FILE
           IF WS-HISTORY-FILE-OK
               MOVE 'N' TO WS-HISTORY-EOF
               PERFORM UNTIL WS-NO-MORE-HISTORY
                   READ CLOSURE-HISTORY-FILE
                       INTO AD-HOC-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 2300-KEEP-LATEST-STAMP
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-HISTORY-FILE
           END-IF.

      ******************************************************************
      * LATEST EFFECTIVE STAMP ON THE ONLINE (SCREEN) CLOSURE HISTORY *
      ******************************************************************
       2200-SCAN-ONLINE-HISTORY.
           OPEN INPUT ONLINE-HISTORY-FILE
           IF WS-ONLINE-HIST-FILE-OK
               MOVE 'N' TO WS-HISTORY-EOF
               PERFORM UNTIL WS-NO-MORE-HISTORY
                   READ ONLINE-HISTORY-FILE
                       INTO AD-HOC-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 2300-KEEP-LATEST-STAMP
                   END-READ
               END-PERFORM
               CLOSE ONLINE-HISTORY-FILE
           END-IF.

      ******************************************************************
      * KEEP THE LATER OF THE RUNNING STAMP AND THIS EVENT'S          *
      ******************************************************************
       2300-KEEP-LATEST-STAMP.
           IF AHH-EFFECTIVE-STAMP IS NUMERIC
                   AND AHH-EFFECTIVE-STAMP > WS-LATEST-CHANGE-STAMP
               MOVE AHH-EFFECTIVE-STAMP TO WS-LATEST-CHANGE-STAMP
           END-IF.

      ******************************************************************
      * FIND THE CALLER'S CALENDAR IN THE RUN-UNIT TABLE, READING ITS *
      * CONTROL RECORD THE FIRST TIME IT IS ASKED FOR. ONLY A CURRENT *
      * CALENDAR IS ANSWERED FROM THE INDEX.                          *
      ******************************************************************
       3000-RESOLVE-CALENDAR.
           MOVE 0 TO WS-CALENDAR-SLOT
           PERFORM VARYING WS-CALENDAR-INDEX FROM 1 BY 1
                   UNTIL WS-CALENDAR-INDEX > WS-CALENDAR-COUNT
                      OR WS-CALENDAR-SLOT > 0
               IF WS-CAL-ID (WS-CALENDAR-INDEX) = L-CALENDAR-ID
                   MOVE WS-CALENDAR-INDEX TO WS-CALENDAR-SLOT
               END-IF
           END-PERFORM
           IF WS-CALENDAR-SLOT = 0
               IF WS-CALENDAR-COUNT < 20
                   ADD 1 TO WS-CALENDAR-COUNT
                   MOVE WS-CALENDAR-COUNT TO WS-CALENDAR-SLOT
                   PERFORM 3100-READ-CALENDAR-CONTROL
               ELSE
                   MOVE WS-RC-NOT-IN-INDEX TO L-RETURN-CODE
               END-IF
           END-IF
           IF WS-CALENDAR-SLOT > 0
               IF NOT WS-CAL-IS-CURRENT (WS-CALENDAR-SLOT)
                   MOVE WS-RC-INDEX-UNAVAILABLE TO L-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * READ THE CALENDAR'S CONTROL RECORD (DATE ZERO) AND JUDGE IT:  *
      * MISSING, BUILT BEFORE YESTERDAY, OR BUILT BEFORE THE LATEST   *
      * APPROVED CLOSURE CHANGE ALL MEAN THE CALLER MUST STEP         *
      ******************************************************************
       3100-READ-CALENDAR-CONTROL.
           MOVE L-CALENDAR-ID TO WS-CAL-ID (WS-CALENDAR-SLOT)
           MOVE 'N' TO WS-CAL-STATE (WS-CALENDAR-SLOT)
           MOVE 0 TO WS-CAL-FIRST-DATE (WS-CALENDAR-SLOT)
           MOVE 0 TO WS-CAL-LAST-DATE (WS-CALENDAR-SLOT)
           MOVE L-CALENDAR-ID TO BDX-CALENDAR-ID
           MOVE 0 TO BDX-CALENDAR-DATE
           READ BUSINESS-DAY-INDEX-FILE
               KEY IS BDX-DATE-KEY
               INVALID KEY
                   MOVE SPACES TO WS-DEGRADE-REASON
                   STRING 'HAS NO CALENDAR ' L-CALENDAR-ID
                       DELIMITED BY SIZE INTO WS-DEGRADE-REASON
                   PERFORM 7000-ALERT-DEGRADED-MODE
               NOT INVALID KEY
                   IF BDXC-BUILD-DATE < WS-YESTERDAY-DATE
                           OR BDXC-BUILD-STAMP < WS-LATEST-CHANGE-STAMP
                       MOVE SPACES TO WS-DEGRADE-REASON
                       STRING 'STALE FOR CALENDAR ' L-CALENDAR-ID
                           DELIMITED BY SIZE INTO WS-DEGRADE-REASON
                       PERFORM 7000-ALERT-DEGRADED-MODE
                   ELSE
                       MOVE 'Y' TO WS-CAL-STATE (WS-CALENDAR-SLOT)
                       MOVE BDXC-FIRST-DATE
                           TO WS-CAL-FIRST-DATE (WS-CALENDAR-SLOT)
                       MOVE BDXC-LAST-DATE
                           TO WS-CAL-LAST-DATE (WS-CALENDAR-SLOT)
                   END-IF
           END-READ.

      ******************************************************************
      * 'S' - ONE KEYED READ ON CALENDAR AND DATE GIVES THE DATE'S    *
      * SERIAL AND WHETHER IT IS OPEN                                  *
      ******************************************************************
       4000-FIND-DATE-SERIAL.
           IF L-LOOKUP-DATE < WS-CAL-FIRST-DATE (WS-CALENDAR-SLOT)
                   OR L-LOOKUP-DATE >
                       WS-CAL-LAST-DATE (WS-CALENDAR-SLOT)
               MOVE WS-RC-NOT-IN-INDEX TO L-RETURN-CODE
           ELSE
               MOVE L-CALENDAR-ID TO BDX-CALENDAR-ID
               MOVE L-LOOKUP-DATE TO BDX-CALENDAR-DATE
               READ BUSINESS-DAY-INDEX-FILE
                   KEY IS BDX-DATE-KEY
                   INVALID KEY
                       MOVE WS-RC-NOT-IN-INDEX TO L-RETURN-CODE
                   NOT INVALID KEY
                       MOVE BDX-BUSINESS-DAY-SERIAL TO L-SERIAL
                       IF BDX-DAY-IS-OPEN
                           MOVE 'Y' TO L-OPEN-FLAG
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * 'D' - READ THE ALTERNATE KEY FOR CALENDAR AND SERIAL. THE     *
      * OPEN DAY IS WRITTEN AHEAD OF THE CLOSED DAYS THAT SHARE ITS   *
      * SERIAL, BUT THE DUPLICATES ARE STEPPED THROUGH RATHER THAN    *
      * RELYING ON THAT ORDER                                          *
      ******************************************************************
       5000-FIND-SERIAL-DATE.
           MOVE 'N' TO WS-SEARCH-DONE
           MOVE L-CALENDAR-ID TO BDX-SERIAL-CALENDAR-ID
           MOVE L-SERIAL TO BDX-BUSINESS-DAY-SERIAL
           READ BUSINESS-DAY-INDEX-FILE
               KEY IS BDX-SERIAL-KEY
               INVALID KEY
                   MOVE WS-RC-NOT-IN-INDEX TO L-RETURN-CODE
                   MOVE 'Y' TO WS-SEARCH-DONE
           END-READ
           PERFORM 5100-TEST-SERIAL-ENTRY
               UNTIL WS-SEARCH-IS-DONE.

      ******************************************************************
      * TAKE THIS ENTRY IF IT IS THE OPEN DAY, ELSE MOVE TO THE NEXT  *
      * DUPLICATE; LEAVING THE SERIAL MEANS IT HAS NO OPEN DAY        *
      ******************************************************************
       5100-TEST-SERIAL-ENTRY.
           IF BDX-SERIAL-CALENDAR-ID NOT = L-CALENDAR-ID
                   OR BDX-BUSINESS-DAY-SERIAL NOT = L-SERIAL
               MOVE WS-RC-NOT-IN-INDEX TO L-RETURN-CODE
               MOVE 'Y' TO WS-SEARCH-DONE
           ELSE
               IF BDX-DAY-IS-OPEN
                   MOVE BDX-CALENDAR-DATE TO L-LOOKUP-DATE
                   MOVE 'Y' TO L-OPEN-FLAG
                   MOVE 'Y' TO WS-SEARCH-DONE
               ELSE
                   READ BUSINESS-DAY-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE WS-RC-NOT-IN-INDEX TO L-RETURN-CODE
                           MOVE 'Y' TO WS-SEARCH-DONE
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * RECORD THE INDEX FALLBACK AND, THE FIRST TIME IT HAPPENS IN   *
      * THE RUN, ANNOUNCE IT ON THE OPERATOR CONSOLE WITH ITS         *
      * CLASSIFICATION FROM THE SHARED HOLIDAY-RETURN-SEVERITY BANDS  *
      ******************************************************************
       7000-ALERT-DEGRADED-MODE.
           MOVE 'R' TO WS-HDS-FUNCTION
           CALL 'HOLIDAY-DEGRADE-STATUS' USING WS-HDS-FUNCTION
                                               WS-HDS-COMPONENT
                                               WS-HDS-FIRST-TIME
                                               WS-HDS-EVENT-COUNT
                                               WS-HDS-COMPONENT-LIST
           IF WS-HDS-FIRST-TIME = 'Y'
               CALL 'HOLIDAY-RETURN-SEVERITY' USING
                   WS-DEGRADE-RETURN-CODE
                   HRS-SEVERITY-CODE
                   HRS-SEVERITY-LETTER
               DISPLAY 'BUSINESS-DAY-INDEX-LOOKUP: '
                   WS-HDS-COMPONENT WS-DEGRADE-REASON
               DISPLAY 'BUSINESS-DAY-INDEX-LOOKUP: STEPPING '
                   'DAY BY DAY - RUNNING DEGRADED (SEVERITY '
                   HRS-SEVERITY-CODE HRS-SEVERITY-LETTER ')'
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                 *
      ******************************************************************
       9999-PROGRAM-EXIT.
           EXIT PROGRAM.
