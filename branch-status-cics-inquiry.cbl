      ******************************************************************
      * PROGRAM:  BRANCH-STATUS-CICS-INQUIRY                           *
      * PURPOSE:  Online branch open/closed and closing-time inquiry  *
      *           for the help desk                                    *
      * AUTHOR:   Enterprise COBOL Development Team                    *
      * DATE:     2026                                                 *
      * VERSION:  1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                   *
      * CANADA-DAY-INQUIRY answers for a date and a province; the     *
      * help desk is asked about a branch. This transaction takes a    *
      * transit number and a date in the COMMAREA in                   *
      * branch-status-inquiry-commarea.cpy and returns                 *
      * BRANCH-STATUS-CHECK's determination - the same answer the      *
      * batch BRANCH-STATUS-INQUIRY prints - combining the branch      *
      * master's hours, Saturday opening and branch-only closures      *
      * with PROVINCIAL-HOLIDAY-CHECK, AD-HOC-CLOSURE-CHECK and the    *
      * early-close calendar.                                          *
      *                                                                *
      * BRMAST is read INPUT only, the same read-only batch file       *
      * access the other inquiry transactions already use under CICS.  *
      *                                                                *
      * NOTE: This program uses EXEC CICS statements and requires the  *
      * CICS command-level translator ahead of the COBOL compile, the  *
      * same as every other CICS program in this shop's online         *
      * region - it cannot be compiled standalone without it.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-STATUS-CICS-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Return codes
       01  WS-RETURN-CODES.
           05  WS-RC-SUCCESS               PIC 9(2) VALUE 00.
           05  WS-RC-TRANSIT-REQUIRED      PIC 9(2) VALUE 02.

       01  WS-ERROR-MESSAGES.
           05  WS-MSG-TRANSIT-REQUIRED     PIC X(50)
               VALUE 'Transit number required'.

       LINKAGE SECTION.
       COPY 'branch-status-inquiry-commarea.cpy'
           REPLACING ==BRANCH-STATUS-INQUIRY-COMMAREA==
                  BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                        *
      ******************************************************************
       0000-MAIN-PROCESSING.
           IF EIBCALEN = 0
               PERFORM 8000-HANDLE-NO-COMMAREA
           ELSE
               PERFORM 1000-ASK-BRANCH-STATUS
               PERFORM 9000-RETURN-TO-CICS
           END-IF.

      ******************************************************************
      * THE BRANCH DETERMINATION, STRAIGHT INTO THE COMMAREA. A BLANK  *
      * TRANSIT NUMBER IS REFUSED HERE; EVERY OTHER EDIT (THE DATE,   *
      * THE BRANCH ON FILE) IS THE ROUTINE'S.                          *
      ******************************************************************
       1000-ASK-BRANCH-STATUS.
           IF BSQ-TRANSIT-NUMBER = SPACES
               MOVE SPACES TO BSQ-BRANCH-NAME
               MOVE SPACES TO BSQ-PROVINCE-CODE
               MOVE SPACES TO BSQ-REGION-CODE
               MOVE 'N' TO BSQ-OPEN-FLAG
               MOVE SPACES TO BSQ-BRANCH-STATUS
               MOVE 0 TO BSQ-OPENING-TIME
               MOVE 0 TO BSQ-CLOSING-TIME
               MOVE SPACES TO BSQ-STATUS-DETAIL
               MOVE WS-RC-TRANSIT-REQUIRED TO BSQ-RETURN-CODE
               MOVE WS-MSG-TRANSIT-REQUIRED TO BSQ-ERROR-MESSAGE
           ELSE
               CALL 'BRANCH-STATUS-CHECK' USING BSQ-TRANSIT-NUMBER
                                                BSQ-INQUIRY-DATE
                                                BSQ-BRANCH-NAME
                                                BSQ-PROVINCE-CODE
                                                BSQ-REGION-CODE
                                                BSQ-OPEN-FLAG
                                                BSQ-BRANCH-STATUS
                                                BSQ-OPENING-TIME
                                                BSQ-CLOSING-TIME
                                                BSQ-STATUS-DETAIL
                                                BSQ-RETURN-CODE
                                                BSQ-ERROR-MESSAGE
           END-IF.

      ******************************************************************
      * HANDLE THE NO-COMMAREA CASE - DFHCOMMAREA ADDRESSABILITY IS    *
      * UNDEFINED WHEN EIBCALEN IS ZERO, SO NO COMMAREA-MAPPED FIELD   *
      * MAY BE REFERENCED HERE - REPORT AND RETURN WITHOUT ONE         *
      ******************************************************************
       8000-HANDLE-NO-COMMAREA.
           DISPLAY 'BRANCH-STATUS-CICS-INQUIRY: NO COMMAREA PASSED - '
               'TRANSIT NUMBER AND DATE REQUIRED'
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * RETURN CONTROL TO CICS WITH THE ANSWER IN THE COMMAREA         *
      ******************************************************************
       9000-RETURN-TO-CICS.
           EXEC CICS RETURN
           END-EXEC.
