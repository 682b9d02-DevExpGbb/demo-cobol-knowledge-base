      ******************************************************************
      * COPYBOOK: CANADA-DAY-MQ-DEAD-LETTER                            *
      * PURPOSE:  Dead-letter record for request messages the queue-  *
      *           served calendar service could not answer            *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * CANADA-DAY-MQ-SERVER moves a request off CDQ.REQUEST instead  *
      * of answering it when the message fails the edits for either  *
      * request layout or has been backed out too many times. The    *
      * same record is put to the CDQ.DEADLETTER queue (so the owning *
      * platform can browse its own rejects) and appended to         *
      * CDMQDLQ.LOG (so CANADA-DAY-MQ-DLQ-REPORT can list the day's   *
      * rejects by sending application). The first bytes of the      *
      * original message are kept, with unprintable bytes shown as   *
      * '.', so the owning team can see what they actually sent.     *
      * 225 bytes.                                                    *
      ******************************************************************

       01  MQ-DEAD-LETTER-RECORD.
           05  MQD-TIMESTAMP               PIC X(21).
           05  MQD-REASON-CODE             PIC 9(2).
               88  MQD-MESSAGE-TOO-SHORT   VALUE 01.
               88  MQD-MESSAGE-TOO-LONG    VALUE 02.
               88  MQD-DATE-NOT-NUMERIC    VALUE 03.
               88  MQD-BACKOUT-EXCEEDED    VALUE 04.
               88  MQD-RANGE-NOT-NUMERIC   VALUE 05.
           05  MQD-REASON-TEXT             PIC X(40).
           05  MQD-PUT-APPL-NAME           PIC X(28).
           05  MQD-USER-IDENTIFIER         PIC X(12).
           05  MQD-REPLY-TO-Q              PIC X(48).
           05  MQD-BACKOUT-COUNT           PIC 9(4).
           05  MQD-MESSAGE-LENGTH          PIC 9(6).
           05  MQD-MESSAGE-DATA            PIC X(64).
