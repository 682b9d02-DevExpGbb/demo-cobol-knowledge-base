      ******************************************************************
      * COPYBOOK: CANADA-DAY-AUDIT-ANCHOR                             *
      * PURPOSE:  Record layout for the audit chain anchor written    *
      *           when the live audit log is rotated (CDAUDANC.DAT)   *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * ROTATE truncates CDAUDIT.LOG after archiving it, which would  *
      * leave the next writer nothing to chain from. The anchor holds *
      * the sequence number and check value of the last record        *
      * rotated, so CANADA-DAY-AUDIT-CHAIN continues the sequence on  *
      * the empty live log and CANADA-DAY-AUDIT-VERIFY can prove the  *
      * archive's tail was not cut off. One record, rewritten at each *
      * rotation.                                                     *
      ******************************************************************

       01  AUDIT-CHAIN-ANCHOR-RECORD.
           05  ANC-RECORD-TAG              PIC X(3).
           05  ANC-CUT-DATE                PIC 9(8).
           05  ANC-LAST-SEQUENCE-NUMBER    PIC 9(10).
           05  ANC-LAST-CHECK-VALUE        PIC 9(10).
