      ******************************************************************
      * COPYBOOK: STANDING-ORDER-SCHEDULE                             *
      * PURPOSE:  Record layout for the standing-order execution      *
      *           schedule file (SOSCHED.DAT) written by              *
      *           STANDING-ORDER-SCHEDULE for the payments system     *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One record per projected execution of each standing-order   *
      * instruction: the date the instruction's frequency schedules  *
      * it for, and the business day it actually executes on after   *
      * DATE-ROLL-CONVENTION rolls it under the instruction's        *
      * convention and province. SOS-ROLLED-FLAG is Y when the two   *
      * differ. SOS-MONTH-END-FLAG marks a roll that left the        *
      * scheduled month; SOS-COLLISION-FLAG marks an execution that  *
      * lands on or past another execution of the same instruction. *
      * Both are listed on the exception report.                     *
      *                                                               *
      * An instruction that failed validation is written as a single *
      * record with execution number zero, zero dates and status     *
      * ERR. A valid instruction with no execution in the window is  *
      * written the same way with status NONE. Either way the file   *
      * still accounts for every instruction.                        *
      ******************************************************************

       01  STANDING-ORDER-SCHEDULE-RECORD.
           05  SOS-INSTRUCTION-ID          PIC X(12).
           05  SOS-EXECUTION-NUMBER        PIC 9(3).
           05  SOS-SCHEDULED-DATE          PIC 9(8).
           05  SOS-EXECUTION-DATE          PIC 9(8).
           05  SOS-FREQUENCY               PIC X(1).
           05  SOS-CONVENTION              PIC X(1).
           05  SOS-PROVINCE-CODE           PIC X(2).
           05  SOS-ROLLED-FLAG             PIC X(1).
               88  SOS-DATE-WAS-ROLLED     VALUE 'Y'.
           05  SOS-MONTH-END-FLAG          PIC X(1).
               88  SOS-ROLL-CROSSES-MONTH  VALUE 'Y'.
           05  SOS-COLLISION-FLAG          PIC X(1).
               88  SOS-EXECUTIONS-COLLIDE  VALUE 'Y'.
           05  SOS-STATUS                  PIC X(4).
               88  SOS-STATUS-OK           VALUE 'OK'.
               88  SOS-STATUS-ERROR        VALUE 'ERR'.
               88  SOS-STATUS-NO-EXECUTIONS
                                           VALUE 'NONE'.
