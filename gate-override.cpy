      ******************************************************************
      * COPYBOOK: GATE-OVERRIDE                                       *
      * PURPOSE:  Record layout for the stream gate override VSAM     *
      *           KSDS (CDGOVRD) maintained by GATE-OVERRIDE-MAINT    *
      *           and read by CANADA-DAY-GATE                         *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One record per stream per business date, keyed on the stream *
      * id (as written to GTL-STREAM-ID - 'ALL' for the single-flag   *
      * fallback) plus the business date, forcing that stream's gate  *
      * line to GO or NOGO whatever the calendar rule computes.       *
      *                                                               *
      * Maker/checker control as for the ad hoc closure file: the     *
      * maker's request is held PENDING and only an approval by a     *
      * DIFFERENT user makes it APPROVED. CANADA-DAY-GATE applies an  *
      * approved override only on its own business date - the record  *
      * expires once that date has passed and is never applied again. *
      * A rejected request stays on file (for the report) until a new *
      * request for the same stream and date replaces it.             *
      ******************************************************************

       01  GATE-OVERRIDE-RECORD.
           05  GOV-OVERRIDE-KEY.
               10  GOV-STREAM-ID           PIC X(8).
               10  GOV-BUSINESS-DATE       PIC 9(8).
           05  GOV-FORCED-STATUS           PIC X(4).
               88  GOV-FORCE-GO            VALUE 'GO'.
               88  GOV-FORCE-NOGO          VALUE 'NOGO'.
               88  GOV-FORCED-STATUS-VALID VALUE 'GO' 'NOGO'.
           05  GOV-REASON                  PIC X(40).
           05  GOV-OVERRIDE-STATE          PIC X(1).
               88  GOV-PENDING             VALUE 'P'.
               88  GOV-APPROVED            VALUE 'A'.
               88  GOV-REJECTED            VALUE 'R'.
           05  GOV-MAKER-ID                PIC X(8).
           05  GOV-MAKER-STAMP             PIC 9(14).
           05  GOV-CHECKER-ID              PIC X(8).
           05  GOV-CHECKER-STAMP           PIC 9(14).
           05  FILLER                      PIC X(15).
