      ******************************************************************
      * PROGRAM: CANADA-DAY-AUDIT-CHAIN                                *
      * PURPOSE: Stamp each record appended to the audit trail with   *
      *          its sequence number and chained check value, and     *
      *          recompute a check value for verification             *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Every program that appends to CDAUDIT.LOG (CANADA-DAY-CHECK,  *
      * CANADA-DAY-AUDIT-MERGE, CANADA-DAY-AUDIT-STREAM-MERGE) calls   *
      * here so the whole trail carries one increasing sequence and   *
      * one hash chain, computed the same way everywhere:             *
      *                                                               *
      *   FUNCTION 'P' - prime: find the last stamped record on       *
      *                  CDAUDIT.LOG (or, on a freshly rotated empty  *
      *                  log, the CDAUDANC.DAT chain anchor) and hold *
      *                  its sequence number and check value for the  *
      *                  run unit. Call before opening CDAUDIT.LOG    *
      *                  for append. Only the first call reads; later *
      *                  calls are ignored.                            *
      *   FUNCTION 'S' - stamp the record passed: next sequence       *
      *                  number, and a check value computed over the  *
      *                  record body and sequence number starting     *
      *                  from the previous record's check value.      *
      *                  Primes first if 'P' was never called. The    *
      *                  prior check value used is returned.          *
      *   FUNCTION 'C' - compute only: return the check value the     *
      *                  record passed should carry when chained from *
      *                  the prior check value passed in. Used by     *
      *                  CANADA-DAY-AUDIT-VERIFY; the record and the  *
      *                  held chain state are not touched.            *
      *                                                               *
      * The check value is a position-weighted polynomial residue     *
      * modulo 2147483647 over bytes 1-61 of the record (every field  *
      * up to and including AUD-SEQUENCE-NUMBER), seeded with the     *
      * previous check value - editing any byte, or removing or       *
      * moving any record, breaks the chain from that point on.       *
      *                                                               *
      * A trail with no stamped record and no anchor starts at        *
      * sequence 1 from a zero check value.                           *
      *                                                               *
      * INPUT:  Function code, audit record, prior check value        *
      * OUTPUT: Stamped audit record ('S'), check value, RC           *
      *         (00 = OK, 04 = primed from nothing - new chain,       *
      *          08 = unknown function code)                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANADA-DAY-AUDIT-CHAIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-LOG-FILE ASSIGN TO 'CDAUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT CHAIN-ANCHOR-FILE ASSIGN TO 'CDAUDANC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-LOG-FILE.
       01  CHAIN-LOG-RECORD.
           05  CLR-RECORD-BODY             PIC X(51).
           05  CLR-SEQUENCE-NUMBER         PIC X(10).
           05  CLR-CHECK-VALUE             PIC X(10).

       FD  CHAIN-ANCHOR-FILE.
       COPY 'canada-day-audit-anchor.cpy'.

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-LOG-FILE-STATUS          PIC X(2).
               88  WS-LOG-FILE-OK          VALUE '00'.
           05  WS-ANCHOR-FILE-STATUS       PIC X(2).
               88  WS-ANCHOR-FILE-OK       VALUE '00'.

      * Chain state held for the run unit
       01  WS-CHAIN-STATE.
           05  WS-CHAIN-PRIMED             PIC X(1) VALUE 'N'.
               88  WS-CHAIN-IS-PRIMED      VALUE 'Y'.
           05  WS-LAST-SEQUENCE-NUMBER     PIC 9(10) VALUE 0.
           05  WS-LAST-CHECK-VALUE         PIC 9(10) VALUE 0.
           05  WS-TAIL-FOUND               PIC X(1).
               88  WS-TAIL-WAS-FOUND       VALUE 'Y'.
           05  WS-LOG-EOF                  PIC X(1).
               88  WS-NO-MORE-LOG          VALUE 'Y'.
           05  WS-PRIME-RETURN-CODE        PIC 9(2) VALUE 0.

      * Check value computation
       01  WS-CHECK-FIELDS.
           05  WS-CHAIN-MODULUS            PIC 9(10) VALUE 2147483647.
           05  WS-CHAIN-MULTIPLIER         PIC 9(2)  VALUE 31.
           05  WS-CHECKED-LENGTH           PIC 9(2)  VALUE 61.
           05  WS-CHAIN-ACCUMULATOR        PIC 9(12).
           05  WS-BYTE-INDEX               PIC 9(2).
           05  WS-SEED-CHECK-VALUE         PIC 9(10).
           05  WS-COMPUTED-CHECK-VALUE     PIC 9(10).

       LINKAGE SECTION.
       01  L-FUNCTION-CODE                 PIC X(1).
       01  L-AUDIT-RECORD.
           05  L-AUDIT-CHECKED-PART        PIC X(61).
           05  L-AUDIT-CHECK-VALUE         PIC 9(10).
       01  L-AUDIT-RECORD-VIEW REDEFINES L-AUDIT-RECORD.
           05  FILLER                      PIC X(51).
           05  L-AUDIT-SEQUENCE-NUMBER     PIC 9(10).
           05  FILLER                      PIC X(10).
       01  L-PRIOR-CHECK-VALUE             PIC 9(10).
       01  L-CHECK-VALUE                   PIC 9(10).
       01  L-RETURN-CODE                   PIC 9(2).

       PROCEDURE DIVISION USING L-FUNCTION-CODE
                               L-AUDIT-RECORD
                               L-PRIOR-CHECK-VALUE
                               L-CHECK-VALUE
                               L-RETURN-CODE.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE 0 TO L-RETURN-CODE
           EVALUATE L-FUNCTION-CODE
               WHEN 'P'
                   IF NOT WS-CHAIN-IS-PRIMED
                       PERFORM 1000-PRIME-CHAIN-STATE
                   END-IF
                   MOVE WS-PRIME-RETURN-CODE TO L-RETURN-CODE
               WHEN 'S'
                   IF NOT WS-CHAIN-IS-PRIMED
                       PERFORM 1000-PRIME-CHAIN-STATE
                   END-IF
                   PERFORM 2000-STAMP-RECORD
               WHEN 'C'
                   MOVE L-PRIOR-CHECK-VALUE TO WS-SEED-CHECK-VALUE
                   PERFORM 3000-COMPUTE-CHECK-VALUE
                   MOVE WS-COMPUTED-CHECK-VALUE TO L-CHECK-VALUE
               WHEN OTHER
                   MOVE 8 TO L-RETURN-CODE
           END-EVALUATE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * PRIME THE CHAIN FROM THE LAST STAMPED RECORD ON THE LIVE LOG, *
      * FALLING BACK TO THE ROTATION ANCHOR WHEN THE LOG HAS NONE.    *
      * RECORDS WRITTEN BEFORE THE TRAIL WAS CHAINED CARRY NO NUMBER  *
      * AND ARE PASSED OVER.                                          *
      ******************************************************************
       1000-PRIME-CHAIN-STATE.
           MOVE 'N' TO WS-TAIL-FOUND
           MOVE 0 TO WS-LAST-SEQUENCE-NUMBER
           MOVE 0 TO WS-LAST-CHECK-VALUE
           OPEN INPUT CHAIN-LOG-FILE
           IF WS-LOG-FILE-OK
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-NO-MORE-LOG
                   READ CHAIN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM 1100-NOTE-STAMPED-RECORD
                   END-READ
               END-PERFORM
               CLOSE CHAIN-LOG-FILE
           END-IF
           IF NOT WS-TAIL-WAS-FOUND
               PERFORM 1200-READ-CHAIN-ANCHOR
           END-IF
           IF WS-TAIL-WAS-FOUND
               MOVE 0 TO WS-PRIME-RETURN-CODE
           ELSE
               MOVE 4 TO WS-PRIME-RETURN-CODE
           END-IF
           MOVE 'Y' TO WS-CHAIN-PRIMED.

      ******************************************************************
      * KEEP THE SEQUENCE AND CHECK VALUE OF A STAMPED RECORD         *
      ******************************************************************
       1100-NOTE-STAMPED-RECORD.
           IF CLR-SEQUENCE-NUMBER IS NUMERIC
                   AND CLR-CHECK-VALUE IS NUMERIC
                   AND CLR-SEQUENCE-NUMBER NOT = ZEROS
               MOVE CLR-SEQUENCE-NUMBER TO WS-LAST-SEQUENCE-NUMBER
               MOVE CLR-CHECK-VALUE TO WS-LAST-CHECK-VALUE
               MOVE 'Y' TO WS-TAIL-FOUND
           END-IF.

      ******************************************************************
      * PICK UP THE CHAIN WHERE THE LAST ROTATION LEFT IT             *
      ******************************************************************
       1200-READ-CHAIN-ANCHOR.
           OPEN INPUT CHAIN-ANCHOR-FILE
           IF WS-ANCHOR-FILE-OK
               READ CHAIN-ANCHOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANC-RECORD-TAG = 'ANC'
                               AND ANC-LAST-SEQUENCE-NUMBER IS NUMERIC
                               AND ANC-LAST-CHECK-VALUE IS NUMERIC
                           MOVE ANC-LAST-SEQUENCE-NUMBER
                               TO WS-LAST-SEQUENCE-NUMBER
                           MOVE ANC-LAST-CHECK-VALUE
                               TO WS-LAST-CHECK-VALUE
                           MOVE 'Y' TO WS-TAIL-FOUND
                       END-IF
               END-READ
               CLOSE CHAIN-ANCHOR-FILE
           END-IF.

      ******************************************************************
      * STAMP THE CALLER'S RECORD WITH THE NEXT SEQUENCE NUMBER AND   *
      * ITS CHAINED CHECK VALUE                                        *
      ******************************************************************
       2000-STAMP-RECORD.
           ADD 1 TO WS-LAST-SEQUENCE-NUMBER
           MOVE WS-LAST-SEQUENCE-NUMBER TO L-AUDIT-SEQUENCE-NUMBER
           MOVE WS-LAST-CHECK-VALUE TO WS-SEED-CHECK-VALUE
           MOVE WS-LAST-CHECK-VALUE TO L-PRIOR-CHECK-VALUE
           PERFORM 3000-COMPUTE-CHECK-VALUE
           MOVE WS-COMPUTED-CHECK-VALUE TO L-AUDIT-CHECK-VALUE
           MOVE WS-COMPUTED-CHECK-VALUE TO L-CHECK-VALUE
           MOVE WS-COMPUTED-CHECK-VALUE TO WS-LAST-CHECK-VALUE.

      ******************************************************************
      * POSITION-WEIGHTED POLYNOMIAL RESIDUE OVER THE CHECKED PART OF *
      * THE RECORD, SEEDED WITH THE PRIOR CHECK VALUE                  *
      ******************************************************************
       3000-COMPUTE-CHECK-VALUE.
           MOVE WS-SEED-CHECK-VALUE TO WS-CHAIN-ACCUMULATOR
           PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1
                   UNTIL WS-BYTE-INDEX > WS-CHECKED-LENGTH
               COMPUTE WS-CHAIN-ACCUMULATOR = FUNCTION MOD(
                   WS-CHAIN-ACCUMULATOR * WS-CHAIN-MULTIPLIER
                   + FUNCTION ORD(
                       L-AUDIT-CHECKED-PART (WS-BYTE-INDEX:1))
                     * WS-BYTE-INDEX,
                   WS-CHAIN-MODULUS)
           END-PERFORM
           MOVE WS-CHAIN-ACCUMULATOR TO WS-COMPUTED-CHECK-VALUE.

      ******************************************************************
      * PROGRAM EXIT                                                 *
      ******************************************************************
       9999-PROGRAM-EXIT.
           EXIT PROGRAM.
