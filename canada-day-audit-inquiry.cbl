       COPY 'canada-day-audit.cpy'.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(71).

       WORKING-STORAGE SECTION.

           05  WS-ARC-RETURN-CODE          PIC X(2).
           05  WS-ARC-CALLING-PROGRAM      PIC X(8).
           05  WS-ARC-SEVERITY-CODE        PIC X(2).
           05  WS-ARC-SEQUENCE-NUMBER      PIC X(10).
           05  WS-ARC-CHECK-VALUE          PIC X(10).

      * Processing control
       01  WS-CONTROL-FIELDS.
