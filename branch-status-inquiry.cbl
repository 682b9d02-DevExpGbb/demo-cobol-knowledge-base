      ******************************************************************
      * PROGRAM: BRANCH-STATUS-INQUIRY                                 *
      * PURPOSE: Card-driven batch branch inquiry - "is branch 04512  *
      *          open Saturday, and until when?"                      *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * The help desk's branch questions were answered from the      *
      * provincial calendar and a phone call to the branch. This     *
      * one-step utility reads inquiry cards from SYSIN - a transit  *
      * number and a date - and prints BRANCH-STATUS-CHECK's full    *
      * determination for each to SYSOUT: the branch, its province   *
      * and region, OPEN / HALF DAY / CLOSED, the hours the branch   *
      * keeps that day, and what closed or shortened it (a branch-   *
      * only closure, an ad hoc closure, a statutory or provincial   *
      * holiday, the branch's regular week, or an early close). The  *
      * same answer is available online through                      *
      * BRANCH-STATUS-CICS-INQUIRY.                                   *
      *                                                               *
      * CARD LAYOUT (one inquiry per card):                           *
      *   COLS 1-5   transit number (required)                        *
      *   COLS 7-14  date YYYYMMDD (required)                         *
      *                                                               *
      * INPUT:  SYSIN    - inquiry cards                              *
      *         BRMAST   - branch master (via BRANCH-STATUS-CHECK)    *
      * OUTPUT: SYSOUT (DISPLAY) - one determination per card         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-STATUS-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARD-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-FILE
           RECORDING MODE IS F.
       01  INQUIRY-CARD.
           05  IQC-TRANSIT-NUMBER          PIC X(5).
           05  FILLER                      PIC X(1).
           05  IQC-INQUIRY-DATE            PIC X(8).
           05  FILLER                      PIC X(66).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-CARD-FILE-STATUS         PIC X(2).
               88  WS-CARD-FILE-OK         VALUE '00'.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-CARDS        VALUE 'Y'.
           05  WS-CARDS-READ               PIC 9(4) VALUE 0.
           05  WS-INQUIRY-DATE             PIC 9(8).

      * Fields used to call BRANCH-STATUS-CHECK
       01  WS-BSC-CALL-FIELDS.
           05  WS-BSC-BRANCH-NAME          PIC X(30).
           05  WS-BSC-PROVINCE-CODE        PIC X(2).
           05  WS-BSC-REGION-CODE          PIC X(4).
           05  WS-BSC-OPEN-FLAG            PIC X(1).
           05  WS-BSC-BRANCH-STATUS        PIC X(8).
           05  WS-BSC-OPENING-TIME         PIC 9(4).
           05  WS-BSC-CLOSING-TIME         PIC 9(4).
           05  WS-BSC-STATUS-DETAIL        PIC X(44).
           05  WS-BSC-RETURN-CODE          PIC 9(2).
           05  WS-BSC-ERROR-MESSAGE        PIC X(50).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           PERFORM 2000-PROCESS-INQUIRY-CARD
                   UNTIL WS-NO-MORE-CARDS
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - OPEN THE CARD FILE                                *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           OPEN INPUT INQUIRY-CARD-FILE
           IF NOT WS-CARD-FILE-OK
               DISPLAY 'BRANCH-STATUS-INQUIRY: UNABLE TO OPEN SYSIN '
                   '- FILE STATUS ' WS-CARD-FILE-STATUS
               MOVE 'Y' TO WS-END-OF-FILE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2900-READ-INQUIRY-CARD
           END-IF.

      ******************************************************************
      * ANSWER ONE INQUIRY CARD                                       *
      ******************************************************************
       2000-PROCESS-INQUIRY-CARD.
           ADD 1 TO WS-CARDS-READ
           DISPLAY ' '
           DISPLAY 'INQUIRY: BRANCH ' IQC-TRANSIT-NUMBER
               ' DATE ' IQC-INQUIRY-DATE
           EVALUATE TRUE
               WHEN IQC-TRANSIT-NUMBER = SPACES
                   DISPLAY '  REJECTED - TRANSIT NUMBER REQUIRED'
               WHEN IQC-INQUIRY-DATE IS NOT NUMERIC
                   DISPLAY '  REJECTED - DATE MUST BE NUMERIC YYYYMMDD'
               WHEN OTHER
                   MOVE IQC-INQUIRY-DATE TO WS-INQUIRY-DATE
                   PERFORM 2100-ANSWER-BRANCH-QUESTION
           END-EVALUATE
           PERFORM 2900-READ-INQUIRY-CARD.

      ******************************************************************
      * THE BRANCH QUESTION, THROUGH BRANCH-STATUS-CHECK              *
      ******************************************************************
       2100-ANSWER-BRANCH-QUESTION.
           CALL 'BRANCH-STATUS-CHECK' USING IQC-TRANSIT-NUMBER
                                            WS-INQUIRY-DATE
                                            WS-BSC-BRANCH-NAME
                                            WS-BSC-PROVINCE-CODE
                                            WS-BSC-REGION-CODE
                                            WS-BSC-OPEN-FLAG
                                            WS-BSC-BRANCH-STATUS
                                            WS-BSC-OPENING-TIME
                                            WS-BSC-CLOSING-TIME
                                            WS-BSC-STATUS-DETAIL
                                            WS-BSC-RETURN-CODE
                                            WS-BSC-ERROR-MESSAGE
           IF WS-BSC-RETURN-CODE NOT = 00
               DISPLAY '  REJECTED - ' WS-BSC-ERROR-MESSAGE
           ELSE
               DISPLAY '  BRANCH:    ' WS-BSC-BRANCH-NAME
                   ' ' WS-BSC-PROVINCE-CODE
                   ' REGION ' WS-BSC-REGION-CODE
               IF WS-BSC-OPEN-FLAG = 'Y'
                   DISPLAY '  STATUS:    ' WS-BSC-BRANCH-STATUS
                       ' ' WS-BSC-OPENING-TIME
                       ' TO ' WS-BSC-CLOSING-TIME
               ELSE
                   DISPLAY '  STATUS:    ' WS-BSC-BRANCH-STATUS
               END-IF
               IF WS-BSC-STATUS-DETAIL NOT = SPACES
                   DISPLAY '  REASON:    ' WS-BSC-STATUS-DETAIL
               END-IF
           END-IF.

      ******************************************************************
      * READ NEXT INQUIRY CARD                                        *
      ******************************************************************
       2900-READ-INQUIRY-CARD.
           READ INQUIRY-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * CLOSE AND SUMMARIZE                                           *
      ******************************************************************
       3000-WRITE-SUMMARY.
           IF WS-CARDS-READ > 0 OR WS-CARD-FILE-OK
               CLOSE INQUIRY-CARD-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'BRANCH-STATUS-INQUIRY COMPLETE - '
               WS-CARDS-READ ' CARDS ANSWERED'.

      ******************************************************************
      * PROGRAM EXIT                                                 *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
