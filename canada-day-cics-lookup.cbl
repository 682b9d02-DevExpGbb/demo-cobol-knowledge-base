       COPY 'holiday-return-code.cpy'.

       01  WS-AUDIT-WORK-FIELDS.
           05  WS-AUDIT-RECORD-LENGTH  PIC S9(4) COMP VALUE +71.

       LINKAGE SECTION.
       COPY 'canada-day-commarea.cpy'
                                                 HRS-SEVERITY-CODE
                                                 HRS-SEVERITY-LETTER
           MOVE HRS-SEVERITY-CODE TO AUD-SEVERITY-CODE
           MOVE 0 TO AUD-SEQUENCE-NUMBER
           MOVE 0 TO AUD-CHECK-VALUE
           EXEC CICS WRITEQ TD
               QUEUE('CDAJ')
               FROM(AUDIT-LOG-RECORD)
