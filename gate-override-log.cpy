      ******************************************************************
      * COPYBOOK: GATE-OVERRIDE-LOG                                   *
      * PURPOSE:  Record layout for the append-only log of stream     *
      *           gate override events (CDGOVLOG.DAT)                 *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Every step in an override's life is appended here in the     *
      * order it happened: the maker's request, the checker's         *
      * approval or rejection (GATE-OVERRIDE-MAINT, 'CDGOVMNT'), and  *
      * CANADA-DAY-GATE's use of it ('CDGATE') - APPLIED beside the   *
      * decision the calendar rule computed, or NOTAPPR when the      *
      * gate found the override still awaiting approval on its        *
      * business date and ignored it. Refused maintenance             *
      * transactions are logged too, so an attempt to approve one's   *
      * own override leaves a trace.                                  *
      *                                                               *
      * The file is append-only; nothing rewrites or deletes a log    *
      * record.                                                       *
      ******************************************************************

       01  GATE-OVERRIDE-LOG-RECORD.
           05  GOL-LOG-STAMP.
               10  GOL-LOG-DATE            PIC 9(8).
               10  GOL-LOG-TIME            PIC 9(6).
           05  GOL-EVENT                   PIC X(8).
               88  GOL-EVENT-REQUESTED     VALUE 'REQUEST'.
               88  GOL-EVENT-APPROVED      VALUE 'APPROVE'.
               88  GOL-EVENT-REJECTED      VALUE 'REJECT'.
               88  GOL-EVENT-REFUSED       VALUE 'REFUSED'.
               88  GOL-EVENT-APPLIED       VALUE 'APPLIED'.
               88  GOL-EVENT-NOT-APPROVED  VALUE 'NOTAPPR'.
           05  GOL-STREAM-ID               PIC X(8).
           05  GOL-BUSINESS-DATE           PIC 9(8).
           05  GOL-FORCED-STATUS           PIC X(4).
           05  GOL-COMPUTED-STATUS         PIC X(4).
           05  GOL-USER-ID                 PIC X(8).
           05  GOL-MAKER-ID                PIC X(8).
           05  GOL-CHECKER-ID              PIC X(8).
           05  GOL-LOGGED-BY-PROGRAM       PIC X(8).
           05  GOL-REASON                  PIC X(40).
           05  GOL-REMARK                  PIC X(32).
