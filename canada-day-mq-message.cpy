      * shared return-code and severity fields. All fields are        *
      * display-format, so any platform can build and parse the       *
      * messages byte for byte.                                        *
      *                                                                *
      * A platform that wants a run of days (a month view) sends the  *
      * date-range request instead, tagged 'RNGE' in its first four   *
      * bytes. The reply carries a header and one entry per day, each *
      * entry laid out exactly as CANADA-DAY-MQ-REPLY. The to-date is *
      * capped at MQH-DAY-LIMIT days from the from-date; the header   *
      * shows the to-date actually served and flags the cap. Only the *
      * header and the entries served are sent, so the reply length   *
      * is 81 + 148 bytes per day.                                     *
      ******************************************************************

      * Request message - 12 bytes
           05  MQP-SEVERITY-CODE           PIC 9(2).
           05  MQP-SEVERITY-LETTER         PIC X(1).
           05  MQP-ERROR-MESSAGE           PIC X(40).

      * Date-range request message - 24 bytes
       01  CANADA-DAY-MQ-RANGE-REQUEST.
           05  MQG-REQUEST-TAG             PIC X(4).
               88  MQG-RANGE-REQUEST       VALUE 'RNGE'.
           05  MQG-FROM-DATE               PIC 9(8).
           05  MQG-TO-DATE                 PIC 9(8).
           05  MQG-PROVINCE-CODE           PIC X(2).
           05  MQG-COUNTRY-CODE            PIC X(2).

      * Date-range reply message - 81-byte header, then one
      * CANADA-DAY-MQ-REPLY-format entry per day served
       01  CANADA-DAY-MQ-RANGE-REPLY.
           05  MQH-RANGE-HEADER.
               10  MQH-REPLY-TAG           PIC X(4).
               10  MQH-FROM-DATE           PIC 9(8).
               10  MQH-TO-DATE             PIC 9(8).
               10  MQH-REQUESTED-TO-DATE   PIC 9(8).
               10  MQH-CAPPED-FLAG         PIC X(1).
               10  MQH-PROVINCE-CODE       PIC X(2).
               10  MQH-COUNTRY-CODE        PIC X(2).
               10  MQH-DAY-COUNT           PIC 9(3).
               10  MQH-RETURN-CODE         PIC 9(2).
               10  MQH-SEVERITY-CODE       PIC 9(2).
               10  MQH-SEVERITY-LETTER     PIC X(1).
               10  MQH-ERROR-MESSAGE       PIC X(40).
           05  MQH-DAY-ENTRY               OCCURS 92 TIMES.
               10  MQE-INPUT-DATE          PIC 9(8).
               10  MQE-PROVINCE-CODE       PIC X(2).
               10  MQE-COUNTRY-CODE        PIC X(2).
               10  MQE-HOLIDAY-FLAG        PIC X(1).
               10  MQE-HOLIDAY-CODE        PIC X(4).
               10  MQE-HOLIDAY-NAME        PIC X(30).
               10  MQE-OBSERVED-DATE       PIC 9(8).
               10  MQE-PROV-HOLIDAY-FLAG   PIC X(1).
               10  MQE-PROV-HOLIDAY-CODE   PIC X(4).
               10  MQE-PROV-HOLIDAY-NAME   PIC X(30).
               10  MQE-HALF-DAY-FLAG       PIC X(1).
               10  MQE-CLOSING-TIME        PIC 9(4).
               10  MQE-NEXT-BUSINESS-DATE  PIC 9(8).
               10  MQE-RETURN-CODE         PIC 9(2).
               10  MQE-SEVERITY-CODE       PIC 9(2).
               10  MQE-SEVERITY-LETTER     PIC X(1).
               10  MQE-ERROR-MESSAGE       PIC X(40).

      * Most days one range request may ask for
       01  MQH-DAY-LIMIT                   PIC 9(3) VALUE 92.
