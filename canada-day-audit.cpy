      * severity (see holiday-return-code.cpy) that AUD-RETURN-CODE   *
      * maps to, so audit reports can be filtered by severity without *
      * knowing CANADA-DAY-CHECK's own return-code list.               *
      *                                                               *
      * AUD-SEQUENCE-NUMBER and AUD-CHECK-VALUE make the trail        *
      * tamper-evident: every record appended to CDAUDIT.LOG is       *
      * stamped by CANADA-DAY-AUDIT-CHAIN with the next number in one *
      * unbroken sequence and a check value computed over the record  *
      * and chained from the previous record's check value, so a      *
      * deleted, inserted, re-ordered or edited record shows up in    *
      * CANADA-DAY-AUDIT-VERIFY. Online journal records (CDAJ, the    *
      * MQ server's CDMQJ.LOG) carry zeros here until the merge that  *
      * folds them into CDAUDIT.LOG stamps them.                      *
      ******************************************************************

       01  AUDIT-LOG-RECORD.
           05  AUD-RETURN-CODE             PIC 9(2).
           05  AUD-CALLING-PROGRAM         PIC X(8).
           05  AUD-SEVERITY-CODE           PIC 9(2).
           05  AUD-SEQUENCE-NUMBER         PIC 9(10).
           05  AUD-CHECK-VALUE             PIC 9(10).
