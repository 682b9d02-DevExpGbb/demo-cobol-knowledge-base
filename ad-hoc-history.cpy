      ******************************************************************
      * COPYBOOK: AD-HOC-HISTORY                                      *
      * PURPOSE:  Record layout for the effective-dated history of    *
      *           approved changes to the ad hoc holiday exception    *
      *           file (ADHOCHST.DAT)                                 *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * ADHOCHOL only ever holds the closure set as it stands now - a *
      * deleted closure is simply gone. Every approved add or delete  *
      * of an AD-HOC-HOLIDAY-RECORD is therefore appended here, in    *
      * approval order, with the live record as it stood before the   *
      * change (none for an add) and after it (none for a delete),    *
      * the maker (PND-MAKER-ID) and maker date from the pending      *
      * request, the checker who approved it, the program that       *
      * applied it, and the timestamp at which it took effect.        *
      * CLOSURE-AS-OF-INQUIRY replays this file to rebuild the        *
      * closure set as it stood at any past date and time.            *
      *                                                               *
      * Approvals made online through AD-HOC-APPROVAL-SCREEN are      *
      * written in the same layout to the CDAH transient data queue   *
      * (dataset ADHOCHSC.DAT), applied-by program 'ADHOCAPR'.        *
      *                                                               *
      * The file is append-only; nothing rewrites or deletes a        *
      * history record.                                               *
      ******************************************************************

       01  AD-HOC-HISTORY-RECORD.
           05  AHH-EFFECTIVE-STAMP.
               10  AHH-EFFECTIVE-DATE      PIC 9(8).
               10  AHH-EFFECTIVE-TIME      PIC 9(6).
           05  AHH-ACTION-CODE             PIC X(1).
               88  AHH-CLOSURE-ADDED       VALUE 'A'.
               88  AHH-CLOSURE-DELETED     VALUE 'D'.
           05  AHH-CLOSURE-DATE            PIC 9(8).
           05  AHH-MAKER-ID                PIC X(8).
           05  AHH-MAKER-DATE              PIC 9(8).
           05  AHH-CHECKER-ID              PIC X(8).
           05  AHH-APPLIED-BY-PROGRAM      PIC X(8).
           05  AHH-BEFORE-IMAGE.
               10  AHH-BEFORE-PRESENT      PIC X(1).
                   88  AHH-HAS-BEFORE-IMAGE VALUE 'Y'.
               10  AHH-BEFORE-RECORD.
                   15  AHH-BEF-CLOSURE-DATE     PIC 9(8).
                   15  AHH-BEF-CLOSURE-END-DATE PIC 9(8).
                   15  AHH-BEF-SCOPE-PROVINCES  PIC X(20).
                   15  AHH-BEF-REASON-CODE      PIC X(10).
                   15  AHH-BEF-DESCRIPTION      PIC X(40).
                   15  AHH-BEF-ADDED-BY         PIC X(8).
                   15  AHH-BEF-ADDED-DATE       PIC 9(8).
           05  AHH-AFTER-IMAGE.
               10  AHH-AFTER-PRESENT       PIC X(1).
                   88  AHH-HAS-AFTER-IMAGE VALUE 'Y'.
               10  AHH-AFTER-RECORD.
                   15  AHH-AFT-CLOSURE-DATE     PIC 9(8).
                   15  AHH-AFT-CLOSURE-END-DATE PIC 9(8).
                   15  AHH-AFT-SCOPE-PROVINCES  PIC X(20).
                   15  AHH-AFT-REASON-CODE      PIC X(10).
                   15  AHH-AFT-DESCRIPTION      PIC X(40).
                   15  AHH-AFT-ADDED-BY         PIC X(8).
                   15  AHH-AFT-ADDED-DATE       PIC 9(8).
