      ******************************************************************
      * PROGRAM: BUSINESS-DATE-CONTROL                                 *
      * PURPOSE: Write the one shared business-date control record   *
      *          for the processing day, right after CANADA-DAY-GATE  *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Each batch job used to work out "today's business date",     *
      * "previous business date" and "is this month-end" on its own, *
      * or take them from an operator-typed parm, and they did not   *
      * always agree. This step runs once, right after the gate, and *
      * writes a single CDBDATE.DAT record (business-date-control    *
      * .cpy) that every downstream job reads instead:                *
      *                                                               *
      *   - whether the processing date is itself a business day -   *
      *     NEXT-BUSINESS-DAY-CHECK hands a business day back        *
      *     unchanged;                                                *
      *   - the current business date (the processing date, or the   *
      *     next business day when the processing date is closed),   *
      *     and the previous and next business dates around it;      *
      *   - how many closed calendar days are being caught up;       *
      *   - first/last business day of the month, quarter and year  *
      *     and the ordinal within the month, from                   *
      *     NTH-BUSINESS-DAY-OF-MONTH;                                *
      *   - any half-day closing time on the current business date, *
      *     from CANADA-DAY-EARLY-CLOSURE-CHECK.                      *
      *                                                               *
      * The determinations are national, the same question the       *
      * federal stream rule asks. If any routine fell back to a      *
      * default while the record was built, the record is flagged    *
      * degraded and the step ends RC 4.                              *
      *                                                               *
      * RUN PARM (comma-separated keywords, all optional):            *
      *   DATE=yyyymmdd - the processing date (default today; for    *
      *                   a rerun of an earlier day)                  *
      *                                                               *
      * RETURN CODES: 0 record written; 4 record written but built   *
      * in degraded mode; 8 PARM error; 12 the dates could not be    *
      * determined or CDBDATE.DAT could not be written - no record,  *
      * so no downstream job may trust yesterday's.                   *
      *                                                               *
      * OUTPUT: CDBDATE.DAT - business-date control record            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DATE-CONTROL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'CDBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-CONTROL-FILE-STATUS      PIC X(2).
               88  WS-CONTROL-FILE-OK      VALUE '00'.

      * The record being built
       COPY 'business-date-control.cpy'.

      * The step outcome is held here and moved to RETURN-CODE as
      * the very last statement - a CALL made after RETURN-CODE is
      * set hands back the called program's own (zero) code
       01  WS-STEP-RETURN-CODE             PIC 9(2) VALUE 0.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(13)
               OCCURS 3 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).

      * Dates being worked
       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-PROCESSING-DATE          PIC 9(8).
           05  WS-PROCESSING-DATE-X REDEFINES WS-PROCESSING-DATE
                                           PIC X(8).
           05  WS-CURRENT-BUSINESS-DATE    PIC 9(8).
           05  WS-CURRENT-BD-PARTS REDEFINES WS-CURRENT-BUSINESS-DATE.
               10  WS-CURRENT-YEAR-MONTH   PIC 9(6).
               10  FILLER                  PIC 9(2).
           05  WS-CURRENT-MONTH-PARTS REDEFINES
                   WS-CURRENT-BUSINESS-DATE.
               10  FILLER                  PIC 9(4).
               10  WS-CURRENT-MONTH        PIC 9(2).
                   88  WS-QUARTER-START-MONTH VALUE 1 4 7 10.
                   88  WS-QUARTER-END-MONTH   VALUE 3 6 9 12.
                   88  WS-YEAR-START-MONTH    VALUE 1.
                   88  WS-YEAR-END-MONTH      VALUE 12.
               10  FILLER                  PIC 9(2).
           05  WS-CANDIDATE-DATE           PIC 9(8).
           05  WS-DAYS-STEPPED             PIC 9(2).
           05  WS-DATE-IS-OPEN             PIC X(1).
               88  WS-CANDIDATE-IS-OPEN    VALUE 'Y'.

      * Fields passed to NEXT-BUSINESS-DAY-CHECK
       01  WS-NBD-PARAMETERS.
           05  WS-NBD-INPUT-DATE           PIC 9(8).
           05  WS-NBD-NEXT-DATE            PIC 9(8).
           05  WS-NBD-RETURN-CODE          PIC 9(2).
           05  WS-NBD-ERROR-MESSAGE        PIC X(50).
           05  WS-NBD-PROVINCE-CODE        PIC X(2) VALUE SPACES.

      * Fields passed to NTH-BUSINESS-DAY-OF-MONTH
       01  WS-NBM-PARAMETERS.
           05  WS-NBM-ORDINAL              PIC 9(2).
           05  WS-NBM-LAST-FLAG            PIC X(1).
           05  WS-NBM-RESULT-DATE          PIC 9(8).
           05  WS-NBM-MATCH-FLAG           PIC X(1).
           05  WS-NBM-RETURN-CODE          PIC 9(2).
           05  WS-NBM-ERROR-MESSAGE        PIC X(50).

      * Fields passed to CANADA-DAY-EARLY-CLOSURE-CHECK
       01  WS-ECC-PARAMETERS.
           05  WS-ECC-HALF-DAY-FLAG        PIC X(1).
           05  WS-ECC-CLOSING-TIME         PIC 9(4).
           05  WS-ECC-RETURN-CODE          PIC 9(2).
           05  WS-ECC-ERROR-MESSAGE        PIC X(50).
           05  WS-ECC-PROVINCE-CODE        PIC X(2) VALUE SPACES.

      * Fields passed to HOLIDAY-DEGRADE-STATUS
       01  WS-DEGRADE-QUERY-FIELDS.
           05  WS-HDS-FUNCTION             PIC X(1).
           05  WS-HDS-COMPONENT            PIC X(8).
           05  WS-HDS-FIRST-TIME           PIC X(1).
           05  WS-HDS-EVENT-COUNT          PIC 9(4).
           05  WS-HDS-COMPONENT-LIST       PIC X(40).

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH                 PIC S9(4) COMP.
           05  PARM-DATA                   PIC X(40).

       PROCEDURE DIVISION USING PARM-FIELD.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2000-SET-BUSINESS-DATES
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 3000-SET-PERIOD-FLAGS
               PERFORM 4000-SET-HALF-DAY
               PERFORM 5000-QUERY-DEGRADED-MODE
               PERFORM 6000-WRITE-CONTROL-RECORD
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - TAKE THE PROCESSING DATE (TODAY UNLESS THE PARM  *
      * NAMES ONE)                                                    *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE SPACES TO BUSINESS-DATE-CONTROL-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-PROCESSING-DATE
           PERFORM 1100-PARSE-RUN-PARM.

      ******************************************************************
      * PARSE THE RUN PARM - COMMA-SEPARATED KEYWORDS, IN ANY ORDER  *
      ******************************************************************
       1100-PARSE-RUN-PARM.
           MOVE SPACES TO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                          WS-PARM-TOKEN (3)
           IF PARM-LENGTH > 0 AND PARM-LENGTH <= 40
               UNSTRING PARM-DATA (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO WS-PARM-TOKEN (1)
                        WS-PARM-TOKEN (2)
                        WS-PARM-TOKEN (3)
               END-UNSTRING
               PERFORM 1110-APPLY-PARM-TOKEN
                   VARYING WS-PARM-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-INDEX > 3
           END-IF.

      ******************************************************************
      * APPLY ONE PARM KEYWORD                                        *
      ******************************************************************
       1110-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'DATE='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:8)
                       TO WS-PROCESSING-DATE-X
                   IF WS-PROCESSING-DATE-X IS NOT NUMERIC
                       DISPLAY 'BUSINESS-DATE-CONTROL: DATE= MUST BE '
                           'YYYYMMDD'
                       MOVE 8 TO WS-STEP-RETURN-CODE
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (WS-PROCESSING-DATE) NOT = 0
                           DISPLAY 'BUSINESS-DATE-CONTROL: DATE= IS '
                               'NOT A CALENDAR DATE'
                           MOVE 8 TO WS-STEP-RETURN-CODE
                       END-IF
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BUSINESS-DATE-CONTROL: UNRECOGNIZED PARM '
                       'KEYWORD ' WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
                   MOVE 8 TO WS-STEP-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * CURRENT, PREVIOUS AND NEXT BUSINESS DATES AND THE CATCH-UP    *
      * COUNT. A DATE IS A BUSINESS DAY WHEN NEXT-BUSINESS-DAY-CHECK  *
      * HANDS IT BACK UNCHANGED.                                      *
      ******************************************************************
       2000-SET-BUSINESS-DATES.
           MOVE WS-PROCESSING-DATE TO BDC-PROCESSING-DATE
           MOVE WS-PROCESSING-DATE TO WS-CANDIDATE-DATE
           PERFORM 2100-TEST-CANDIDATE-OPEN
           IF WS-STEP-RETURN-CODE = 0
               IF WS-CANDIDATE-IS-OPEN
                   MOVE 'O' TO BDC-PROCESSING-DAY-STATUS
                   MOVE WS-PROCESSING-DATE TO WS-CURRENT-BUSINESS-DATE
               ELSE
                   MOVE 'C' TO BDC-PROCESSING-DAY-STATUS
                   MOVE WS-PROCESSING-DATE TO WS-NBD-INPUT-DATE
                   PERFORM 2200-CALL-NEXT-BUSINESS-DAY
                   MOVE WS-NBD-NEXT-DATE TO WS-CURRENT-BUSINESS-DATE
               END-IF
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               MOVE WS-CURRENT-BUSINESS-DATE
                   TO BDC-CURRENT-BUSINESS-DATE
               COMPUTE WS-NBD-INPUT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-BUSINESS-DATE)
                   + 1)
               PERFORM 2200-CALL-NEXT-BUSINESS-DAY
               MOVE WS-NBD-NEXT-DATE TO BDC-NEXT-BUSINESS-DATE
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2300-FIND-PREVIOUS-BUSINESS-DAY
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               COMPUTE BDC-CATCH-UP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(BDC-PREVIOUS-BUSINESS-DATE)
                 - 1
           END-IF.

      ******************************************************************
      * IS WS-CANDIDATE-DATE A BUSINESS DAY?                          *
      ******************************************************************
       2100-TEST-CANDIDATE-OPEN.
           MOVE WS-CANDIDATE-DATE TO WS-NBD-INPUT-DATE
           PERFORM 2200-CALL-NEXT-BUSINESS-DAY
           IF WS-NBD-NEXT-DATE = WS-CANDIDATE-DATE
               MOVE 'Y' TO WS-DATE-IS-OPEN
           ELSE
               MOVE 'N' TO WS-DATE-IS-OPEN
           END-IF.

      ******************************************************************
      * ROLL WS-NBD-INPUT-DATE TO THE NEXT BUSINESS DAY. A ROUTINE    *
      * ERROR MEANS NO DATE CAN BE TRUSTED - THE STEP ENDS SEVERE.    *
      ******************************************************************
       2200-CALL-NEXT-BUSINESS-DAY.
           CALL 'NEXT-BUSINESS-DAY-CHECK' USING WS-NBD-INPUT-DATE
                                                WS-NBD-NEXT-DATE
                                                WS-NBD-RETURN-CODE
                                                WS-NBD-ERROR-MESSAGE
                                                WS-NBD-PROVINCE-CODE
           IF WS-NBD-RETURN-CODE NOT = 0
               DISPLAY 'BUSINESS-DATE-CONTROL: NEXT-BUSINESS-DAY-CHECK'
                   ' RC ' WS-NBD-RETURN-CODE ' FOR ' WS-NBD-INPUT-DATE
                   ' - ' WS-NBD-ERROR-MESSAGE
               MOVE 0 TO WS-NBD-NEXT-DATE
               MOVE 12 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * STEP BACK FROM THE DAY BEFORE THE CURRENT BUSINESS DATE UNTIL *
      * A BUSINESS DAY IS FOUND - NO CLOSURE RUNS ANYWHERE NEAR A     *
      * MONTH, SO 31 STEPS WITHOUT ONE IS A BROKEN CALENDAR           *
      ******************************************************************
       2300-FIND-PREVIOUS-BUSINESS-DAY.
           MOVE WS-CURRENT-BUSINESS-DATE TO WS-CANDIDATE-DATE
           MOVE 'N' TO WS-DATE-IS-OPEN
           MOVE 0 TO WS-DAYS-STEPPED
           PERFORM UNTIL WS-CANDIDATE-IS-OPEN
                      OR WS-DAYS-STEPPED >= 31
                      OR WS-STEP-RETURN-CODE NOT = 0
               COMPUTE WS-CANDIDATE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-DATE) - 1)
               ADD 1 TO WS-DAYS-STEPPED
               PERFORM 2100-TEST-CANDIDATE-OPEN
           END-PERFORM
           IF WS-STEP-RETURN-CODE = 0
               IF WS-CANDIDATE-IS-OPEN
                   MOVE WS-CANDIDATE-DATE
                       TO BDC-PREVIOUS-BUSINESS-DATE
               ELSE
                   DISPLAY 'BUSINESS-DATE-CONTROL: NO BUSINESS DAY IN '
                       'THE 31 DAYS BEFORE ' WS-CURRENT-BUSINESS-DATE
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * FIRST/LAST BUSINESS DAY OF THE MONTH (AND SO OF THE QUARTER   *
      * AND YEAR) AND THE ORDINAL WITHIN THE MONTH                    *
      ******************************************************************
       3000-SET-PERIOD-FLAGS.
           MOVE 1 TO WS-NBM-ORDINAL
           MOVE 'N' TO WS-NBM-LAST-FLAG
           PERFORM 3100-CALL-NTH-BUSINESS-DAY
           MOVE WS-NBM-MATCH-FLAG TO BDC-FIRST-OF-MONTH
           MOVE 0 TO WS-NBM-ORDINAL
           MOVE 'Y' TO WS-NBM-LAST-FLAG
           PERFORM 3100-CALL-NTH-BUSINESS-DAY
           MOVE WS-NBM-MATCH-FLAG TO BDC-LAST-OF-MONTH
           MOVE 'N' TO BDC-FIRST-OF-QUARTER BDC-LAST-OF-QUARTER
                       BDC-FIRST-OF-YEAR BDC-LAST-OF-YEAR
           IF BDC-IS-FIRST-OF-MONTH
               IF WS-QUARTER-START-MONTH
                   MOVE 'Y' TO BDC-FIRST-OF-QUARTER
               END-IF
               IF WS-YEAR-START-MONTH
                   MOVE 'Y' TO BDC-FIRST-OF-YEAR
               END-IF
           END-IF
           IF BDC-IS-LAST-OF-MONTH
               IF WS-QUARTER-END-MONTH
                   MOVE 'Y' TO BDC-LAST-OF-QUARTER
               END-IF
               IF WS-YEAR-END-MONTH
                   MOVE 'Y' TO BDC-LAST-OF-YEAR
               END-IF
           END-IF
           MOVE 0 TO BDC-BUSINESS-DAY-OF-MONTH
           MOVE 'N' TO WS-NBM-LAST-FLAG
           MOVE 'N' TO WS-NBM-MATCH-FLAG
           PERFORM VARYING WS-NBM-ORDINAL FROM 1 BY 1
                   UNTIL WS-NBM-MATCH-FLAG = 'Y'
                      OR WS-NBM-ORDINAL > 23
               PERFORM 3100-CALL-NTH-BUSINESS-DAY
               IF WS-NBM-MATCH-FLAG = 'Y'
                   MOVE WS-NBM-ORDINAL TO BDC-BUSINESS-DAY-OF-MONTH
               END-IF
           END-PERFORM.

      ******************************************************************
      * ASK NTH-BUSINESS-DAY-OF-MONTH WHETHER THE CURRENT BUSINESS    *
      * DATE IS THE REQUESTED DAY OF ITS MONTH                        *
      ******************************************************************
       3100-CALL-NTH-BUSINESS-DAY.
           CALL 'NTH-BUSINESS-DAY-OF-MONTH' USING WS-CURRENT-YEAR-MONTH
                                              WS-NBM-ORDINAL
                                              WS-NBM-LAST-FLAG
                                              WS-CURRENT-BUSINESS-DATE
                                              WS-NBM-RESULT-DATE
                                              WS-NBM-MATCH-FLAG
                                              WS-NBM-RETURN-CODE
                                              WS-NBM-ERROR-MESSAGE
           IF WS-NBM-MATCH-FLAG NOT = 'Y'
               MOVE 'N' TO WS-NBM-MATCH-FLAG
           END-IF.

      ******************************************************************
      * ANY EARLY CLOSE ON THE CURRENT BUSINESS DATE                  *
      ******************************************************************
       4000-SET-HALF-DAY.
           CALL 'CANADA-DAY-EARLY-CLOSURE-CHECK' USING
                                              WS-CURRENT-BUSINESS-DATE
                                              WS-ECC-HALF-DAY-FLAG
                                              WS-ECC-CLOSING-TIME
                                              WS-ECC-RETURN-CODE
                                              WS-ECC-ERROR-MESSAGE
                                              WS-ECC-PROVINCE-CODE
           IF WS-ECC-RETURN-CODE = 0 AND WS-ECC-HALF-DAY-FLAG = 'Y'
               MOVE 'Y' TO BDC-HALF-DAY-FLAG
               MOVE WS-ECC-CLOSING-TIME TO BDC-CLOSING-TIME
           ELSE
               MOVE 'N' TO BDC-HALF-DAY-FLAG
               MOVE 0 TO BDC-CLOSING-TIME
           END-IF.

      ******************************************************************
      * DID ANY DETERMINATION RUN ON A FALLBACK WHILE THE RECORD WAS  *
      * BUILT?                                                        *
      ******************************************************************
       5000-QUERY-DEGRADED-MODE.
           MOVE 'Q' TO WS-HDS-FUNCTION
           MOVE SPACES TO WS-HDS-COMPONENT
           CALL 'HOLIDAY-DEGRADE-STATUS' USING WS-HDS-FUNCTION
                                               WS-HDS-COMPONENT
                                               WS-HDS-FIRST-TIME
                                               WS-HDS-EVENT-COUNT
                                               WS-HDS-COMPONENT-LIST
           IF WS-HDS-EVENT-COUNT > 0
               MOVE 'Y' TO BDC-DEGRADED-FLAG
               DISPLAY 'BUSINESS-DATE-CONTROL: DEGRADED MODE THIS RUN '
                   '- ' WS-HDS-COMPONENT-LIST
               MOVE 4 TO WS-STEP-RETURN-CODE
           ELSE
               MOVE 'N' TO BDC-DEGRADED-FLAG
           END-IF.

      ******************************************************************
      * WRITE THE CONTROL RECORD AND ECHO IT TO THE JOB LOG           *
      ******************************************************************
       6000-WRITE-CONTROL-RECORD.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO BDC-CREATED-TIMESTAMP
           OPEN OUTPUT CONTROL-FILE
           IF NOT WS-CONTROL-FILE-OK
               DISPLAY 'BUSINESS-DATE-CONTROL: UNABLE TO OPEN '
                   'CDBDATE.DAT - FILE STATUS ' WS-CONTROL-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               WRITE CONTROL-FILE-RECORD
                   FROM BUSINESS-DATE-CONTROL-RECORD
               IF NOT WS-CONTROL-FILE-OK
                   DISPLAY 'BUSINESS-DATE-CONTROL: UNABLE TO WRITE '
                       'CDBDATE.DAT - FILE STATUS '
                       WS-CONTROL-FILE-STATUS
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
               CLOSE CONTROL-FILE
           END-IF
           IF WS-STEP-RETURN-CODE < 12
               DISPLAY 'BUSINESS-DATE-CONTROL: PROCESSING '
                   BDC-PROCESSING-DATE ' (' BDC-PROCESSING-DAY-STATUS
                   ') CURRENT ' BDC-CURRENT-BUSINESS-DATE
                   ' PREVIOUS ' BDC-PREVIOUS-BUSINESS-DATE
                   ' NEXT ' BDC-NEXT-BUSINESS-DATE
               DISPLAY 'BUSINESS-DATE-CONTROL: CATCH-UP '
                   BDC-CATCH-UP-DAYS ' DAY ' BDC-BUSINESS-DAY-OF-MONTH
                   ' OF MONTH  FIRST/LAST M ' BDC-FIRST-OF-MONTH
                   BDC-LAST-OF-MONTH ' Q ' BDC-FIRST-OF-QUARTER
                   BDC-LAST-OF-QUARTER ' Y ' BDC-FIRST-OF-YEAR
                   BDC-LAST-OF-YEAR '  HALF DAY ' BDC-HALF-DAY-FLAG
                   ' ' BDC-CLOSING-TIME
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
