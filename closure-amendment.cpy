      ******************************************************************
      * COPYBOOK: CLOSURE-AMENDMENT                                    *
      * PURPOSE:  Record layouts for the post-approval date           *
      *           amendment file (CDAMEND.DAT) written by             *
      *           CLOSURE-REMEDIATION                                 *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One detail record per already-issued output date that an     *
      * approved ad hoc closure made stale, carrying the old and the  *
      * new date and the rule the new date was re-rolled under:       *
      *                                                               *
      *   AMD-FILE-ID    TRANOUT  - RS-ADJUSTED-DATE on TRANOUT.DAT   *
      *                  FXVALUED - FXV-VALUE-DATE on FXVALUED.DAT,   *
      *                             or one leg of a SWP/FWD record    *
      *                  PAYCAL   - PAY-DATE on PAYCAL.DAT            *
      *                  CLOSCAL  - CCR-DUE-DATE on CLOSCAL.DAT       *
      *   AMD-RECORD-KEY the owning record's key (transaction id,     *
      *                  trade id, pay year-sequence, task id-month;  *
      *                  a swap leg is trade id + SPOT/NEAR/FAR)      *
      *   AMD-ROLL-RULE  NEXTBDAY - next business day forward         *
      *                  XBORDER  - cross-border T+N value date       *
      *                  TENORMF  - swap leg, spot plus tenor under   *
      *                             modified following, both centres  *
      *                  PRECEDE  - preceding good pay day            *
      *                  NTHBDAY  - Nth / last business day of month  *
      *   AMD-STATUS     AMND - new date computed                     *
      *                  ERR  - the re-roll failed; the old date is   *
      *                         stale and must be corrected by hand   *
      *                                                               *
      * The file opens with an HDR record (run date and the closure   *
      * range remediated) and closes with a TRL record carrying the   *
      * detail count - the same control-record pair the other         *
      * interface files use.                                          *
      ******************************************************************

       01  CLOSURE-AMENDMENT-RECORD.
           05  AMD-FILE-ID                 PIC X(8).
           05  AMD-RECORD-KEY              PIC X(16).
           05  AMD-OLD-DATE                PIC 9(8).
           05  AMD-NEW-DATE                PIC 9(8).
           05  AMD-ROLL-RULE               PIC X(8).
           05  AMD-STATUS                  PIC X(4).
               88  AMD-DATE-AMENDED        VALUE 'AMND'.
               88  AMD-REROLL-FAILED       VALUE 'ERR '.
           05  AMD-CLOSURE-DATE            PIC 9(8).
           05  AMD-RUN-DATE                PIC 9(8).
       01  CLOSURE-AMENDMENT-HEADER.
           05  AMH-RECORD-TAG              PIC X(3).
           05  AMH-RUN-DATE                PIC 9(8).
           05  AMH-CLOSURE-DATE            PIC 9(8).
           05  AMH-CLOSURE-END-DATE        PIC 9(8).
           05  FILLER                      PIC X(41).
       01  CLOSURE-AMENDMENT-TRAILER.
           05  AMT-RECORD-TAG              PIC X(3).
           05  AMT-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(58).
