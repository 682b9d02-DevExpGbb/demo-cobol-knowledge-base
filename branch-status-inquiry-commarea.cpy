      ******************************************************************
      * COPYBOOK: BRANCH-STATUS-INQUIRY-COMMAREA                      *
      * PURPOSE:  COMMAREA for the online branch status inquiry       *
      *           transaction (BRANCH-STATUS-CICS-INQUIRY)            *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One send answers "is branch 04512 open Saturday, and until    *
      * when?" for a help-desk agent. The caller fills                *
      * BSQ-TRANSIT-NUMBER and BSQ-INQUIRY-DATE; everything else     *
      * comes back filled from BRANCH-STATUS-CHECK: the branch name, *
      * province and region, the open flag and status (OPEN, HALF    *
      * DAY or CLOSED), the opening and closing time the branch      *
      * keeps that day (zero when closed), and the reason for a      *
      * closure or early close.                                      *
      ******************************************************************

       01  BRANCH-STATUS-INQUIRY-COMMAREA.
           05  BSQ-TRANSIT-NUMBER          PIC X(5).
           05  BSQ-INQUIRY-DATE            PIC 9(8).
           05  BSQ-BRANCH-NAME             PIC X(30).
           05  BSQ-PROVINCE-CODE           PIC X(2).
           05  BSQ-REGION-CODE             PIC X(4).
           05  BSQ-OPEN-FLAG               PIC X(1).
           05  BSQ-BRANCH-STATUS           PIC X(8).
           05  BSQ-OPENING-TIME            PIC 9(4).
           05  BSQ-CLOSING-TIME            PIC 9(4).
           05  BSQ-STATUS-DETAIL           PIC X(44).
           05  BSQ-RETURN-CODE             PIC 9(2).
           05  BSQ-ERROR-MESSAGE           PIC X(50).
