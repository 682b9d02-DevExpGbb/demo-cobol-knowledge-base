      ******************************************************************
      * PROGRAM: CALENDAR-EXTRACT-COMPARE                              *
      * PURPOSE: Compare the prior and the new CALEXT.DAT generation  *
      *          for a year and show exactly which days moved         *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * A change to CDAYCFG, an approved ADHOCHOL closure, or an edit *
      * to EARLYCLS.DAT, BRIDGEPOL.DAT, RAILCAL.DAT or CALWKND.DAT is *
      * followed by a rerun of CALENDAR-STATUS-EXTRACT, and the new   *
      * CALEXT.DAT simply replaces the old one. Before the new        *
      * extract goes to the vendors, the prior generation is kept as  *
      * CALEXTPR.DAT and this job match-merges the two on CXR-DATE.   *
      *                                                               *
      * Every day on which any of                                     *
      *                                                               *
      *   - CXR-BUSINESS-DAY-FLAG,                                    *
      *   - CXR-HOLIDAY-CODE,                                         *
      *   - CXR-HALF-DAY-FLAG / CXR-CLOSING-TIME,                     *
      *   - CXR-ADHOC-FLAG,                                           *
      *   - CXR-QC-HOLIDAY-FLAG or CXR-NL-HOLIDAY-FLAG                *
      *                                                               *
      * differs is printed on CALDIFF.RPT (only the moved fields are  *
      * shown, as PRIOR>NEW) and written to the machine-readable      *
      * CALDELTA.DAT, so change control signs off on exactly what     *
      * moved. A day present on only one generation is reported as    *
      * ADDED or DROPPED. Holiday names, the observed marker and the  *
      * ad hoc reason code are descriptive and are not compared.      *
      *                                                               *
      * Both generations are balanced against their TRL record counts *
      * in a counting pass before anything is compared, and must      *
      * carry the PARM year on their HDR records; a file that does    *
      * not balance, or is for another year, stops the compare with   *
      * no delta written - a delta taken from a truncated extract is  *
      * worse than none.                                              *
      *                                                               *
      * RETURN CODES: 0 no day moved, 4 days moved (change control    *
      * review required), 8 PARM error or an extract for the wrong    *
      * year or out of balance, 12 a file could not be opened.        *
      *                                                               *
      * RUN PARM: the extract year as YYYY.                           *
      *                                                               *
      * INPUT:  CALEXTPR.DAT - prior CALEXT.DAT generation            *
      *         CALEXT.DAT   - new CALEXT.DAT generation              *
      * OUTPUT: CALDIFF.RPT  - printed day-by-day differences         *
      *         CALDELTA.DAT - machine-readable delta                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-EXTRACT-COMPARE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-EXTRACT-FILE ASSIGN TO 'CALEXTPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'CALEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT DELTA-FILE ASSIGN TO 'CALDELTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CALDIFF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The prior generation - the CALEXT.DAT layout under its own
      * names so both generations can be held at once
       FD  PRIOR-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PRIOR-EXTRACT-RECORD.
           05  PXR-DATE                    PIC 9(8).
           05  PXR-BUSINESS-DAY-FLAG       PIC X(1).
           05  PXR-HOLIDAY-CODE            PIC X(4).
           05  PXR-HOLIDAY-NAME            PIC X(30).
           05  PXR-OBSERVED-MARKER         PIC X(1).
           05  PXR-HALF-DAY-FLAG           PIC X(1).
           05  PXR-CLOSING-TIME            PIC 9(4).
           05  PXR-ADHOC-FLAG              PIC X(1).
           05  PXR-ADHOC-REASON            PIC X(10).
           05  PXR-QC-HOLIDAY-FLAG         PIC X(1).
           05  PXR-NL-HOLIDAY-FLAG         PIC X(1).
       01  PRIOR-EXTRACT-HEADER.
           05  PXH-RECORD-TAG              PIC X(3).
           05  PXH-CREATION-DATE           PIC 9(8).
           05  PXH-EXTRACT-YEAR            PIC 9(4).
           05  FILLER                      PIC X(47).
       01  PRIOR-EXTRACT-TRAILER.
           05  PXT-RECORD-TAG              PIC X(3).
           05  PXT-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(52).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY 'calendar-extract.cpy'.

       FD  DELTA-FILE
           RECORDING MODE IS F.
       COPY 'calendar-extract-delta.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-PRIOR-FILE-STATUS        PIC X(2).
               88  WS-PRIOR-FILE-OK        VALUE '00'.
           05  WS-EXTRACT-FILE-STATUS      PIC X(2).
               88  WS-EXTRACT-FILE-OK      VALUE '00'.
           05  WS-DELTA-FILE-STATUS        PIC X(2).
               88  WS-DELTA-FILE-OK        VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Processing control - a generation at end of file carries the
      * high key so the match-merge drains the other one
       01  WS-CONTROL-FIELDS.
           05  WS-COMPARE-YEAR             PIC 9(4) VALUE 0.
           05  WS-TODAY-DATE               PIC 9(8).
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-PRIOR-EOF                PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-PRIOR        VALUE 'Y'.
           05  WS-NEW-EOF                  PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-NEW          VALUE 'Y'.
           05  WS-PRIOR-KEY                PIC 9(8) VALUE 0.
           05  WS-NEW-KEY                  PIC 9(8) VALUE 0.
           05  WS-HIGH-KEY                 PIC 9(8) VALUE 99999999.
           05  WS-DAY-MOVED                PIC X(1).
               88  WS-DAY-HAS-MOVED        VALUE 'Y'.

      * Control-record balancing for each generation
       01  WS-BALANCE-FIELDS.
           05  WS-PRIOR-HDR-YEAR           PIC 9(4) VALUE 0.
           05  WS-PRIOR-CREATION-DATE      PIC 9(8) VALUE 0.
           05  WS-PRIOR-TRL-COUNT          PIC 9(7) VALUE 0.
           05  WS-PRIOR-TRL-SEEN           PIC X(1) VALUE 'N'.
           05  WS-PRIOR-DAYS-READ          PIC 9(7) VALUE 0.
           05  WS-NEW-HDR-YEAR             PIC 9(4) VALUE 0.
           05  WS-NEW-CREATION-DATE        PIC 9(8) VALUE 0.
           05  WS-NEW-TRL-COUNT            PIC 9(7) VALUE 0.
           05  WS-NEW-TRL-SEEN             PIC X(1) VALUE 'N'.
           05  WS-NEW-DAYS-READ            PIC 9(7) VALUE 0.

      * Run totals
       01  WS-COUNTERS.
           05  WS-DAYS-COMPARED            PIC 9(5) VALUE 0.
           05  WS-DAYS-CHANGED             PIC 9(5) VALUE 0.
           05  WS-DAYS-ADDED               PIC 9(5) VALUE 0.
           05  WS-DAYS-DROPPED             PIC 9(5) VALUE 0.
           05  WS-DELTAS-WRITTEN           PIC 9(7) VALUE 0.
           05  WS-BUSINESS-DAY-FLIPS       PIC 9(5) VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'CALENDAR EXTRACT COMPARISON - PRIOR VS NEW CALEXT.DAT'.
           05  WS-HEADING-LINE-1.
               10  FILLER                  PIC X(35) VALUE
                   'DATE      STATUS   BUS  HOLIDAY'.
               10  FILLER                  PIC X(45) VALUE
                   'HALF-DAY     ADHOC QC   NL'.
           05  WS-HEADING-LINE-2           PIC X(80) VALUE
               '                   (CHANGED FIELDS SHOWN AS PRIOR>NEW)'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-SUMMARY-LINE             PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-DATE             PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-STATUS           PIC X(7).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-BUSINESS-DAY     PIC X(3).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-HOLIDAY          PIC X(9).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-HALF-DAY         PIC X(11).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-ADHOC            PIC X(3).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-QC               PIC X(3).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-NL               PIC X(3).
               10  FILLER                  PIC X(18) VALUE SPACES.

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
               PERFORM 2000-COMPARE-ONE-KEY
                   UNTIL WS-NO-MORE-PRIOR AND WS-NO-MORE-NEW
               PERFORM 4000-WRITE-SUMMARY-AND-CLOSE
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE THE PARM YEAR, OPEN BOTH GENERATIONS AND   *
      * THE OUTPUTS, BALANCE BOTH GENERATIONS, AND PRIME THE          *
      * MATCH-MERGE                                                   *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           IF PARM-LENGTH >= 4
                   AND PARM-DATA (1:4) IS NUMERIC
               MOVE PARM-DATA (1:4) TO WS-COMPARE-YEAR
           ELSE
               DISPLAY 'CALENDAR-EXTRACT-COMPARE: PARM MUST GIVE '
                   'THE EXTRACT YEAR AS YYYY'
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 1100-OPEN-FILES
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 1150-BALANCE-THE-EXTRACTS
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2100-READ-PRIOR-DAY
               PERFORM 2200-READ-NEW-DAY
               PERFORM 1200-CHECK-EXTRACT-YEARS
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 1300-WRITE-HEADINGS
           END-IF.

      ******************************************************************
      * OPEN BOTH EXTRACT GENERATIONS FOR INPUT AND THE REPORT AND    *
      * DELTA FOR OUTPUT                                              *
      ******************************************************************
       1100-OPEN-FILES.
           OPEN INPUT PRIOR-EXTRACT-FILE
           IF NOT WS-PRIOR-FILE-OK
               DISPLAY 'CALENDAR-EXTRACT-COMPARE: UNABLE TO OPEN '
                   'CALEXTPR.DAT - FILE STATUS ' WS-PRIOR-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               OPEN INPUT EXTRACT-FILE
               IF NOT WS-EXTRACT-FILE-OK
                   DISPLAY 'CALENDAR-EXTRACT-COMPARE: UNABLE TO OPEN '
                       'CALEXT.DAT - FILE STATUS '
                       WS-EXTRACT-FILE-STATUS
                   CLOSE PRIOR-EXTRACT-FILE
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT DELTA-FILE
               IF NOT WS-REPORT-FILE-OK OR NOT WS-DELTA-FILE-OK
                   DISPLAY 'CALENDAR-EXTRACT-COMPARE: UNABLE TO OPEN '
                       'CALDIFF.RPT/CALDELTA.DAT - FILE STATUS '
                       WS-REPORT-FILE-STATUS '/' WS-DELTA-FILE-STATUS
                   CLOSE PRIOR-EXTRACT-FILE
                   CLOSE EXTRACT-FILE
                   MOVE 12 TO WS-STEP-RETURN-CODE
               ELSE
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
               END-IF
           END-IF.

      ******************************************************************
      * BALANCE BOTH GENERATIONS BEFORE ANYTHING IS COMPARED - A      *
      * COUNTING PASS TO EACH TRL RECORD, THEN BOTH ARE REOPENED FOR  *
      * THE MATCH-MERGE. AN UNBALANCED EXTRACT STOPS THE RUN WITH NO  *
      * DELTA WRITTEN.                                                *
      ******************************************************************
       1150-BALANCE-THE-EXTRACTS.
           PERFORM 2100-READ-PRIOR-DAY
               UNTIL WS-NO-MORE-PRIOR
           PERFORM 2200-READ-NEW-DAY
               UNTIL WS-NO-MORE-NEW
           PERFORM 1160-CHECK-BALANCES
           CLOSE PRIOR-EXTRACT-FILE
           CLOSE EXTRACT-FILE
           IF WS-STEP-RETURN-CODE = 0
               MOVE 'N' TO WS-PRIOR-EOF
               MOVE 'N' TO WS-NEW-EOF
               MOVE 0 TO WS-PRIOR-KEY WS-NEW-KEY
               MOVE 0 TO WS-PRIOR-DAYS-READ WS-NEW-DAYS-READ
               OPEN INPUT PRIOR-EXTRACT-FILE
               OPEN INPUT EXTRACT-FILE
               IF NOT WS-PRIOR-FILE-OK OR NOT WS-EXTRACT-FILE-OK
                   DISPLAY 'CALENDAR-EXTRACT-COMPARE: UNABLE TO '
                       'REOPEN CALEXTPR.DAT/CALEXT.DAT - FILE STATUS '
                       WS-PRIOR-FILE-STATUS '/' WS-EXTRACT-FILE-STATUS
                   CLOSE PRIOR-EXTRACT-FILE
                   CLOSE EXTRACT-FILE
                   CLOSE REPORT-FILE
                   CLOSE DELTA-FILE
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
           ELSE
               CLOSE REPORT-FILE
               CLOSE DELTA-FILE
           END-IF.

      ******************************************************************
      * BALANCE EACH GENERATION AGAINST ITS TRL RECORD COUNT - A      *
      * DELTA TAKEN FROM AN UNBALANCED EXTRACT IS WORSE THAN NONE     *
      ******************************************************************
       1160-CHECK-BALANCES.
           IF WS-PRIOR-TRL-SEEN NOT = 'Y'
                   OR WS-PRIOR-TRL-COUNT NOT = WS-PRIOR-DAYS-READ
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING '*** CALEXTPR.DAT OUT OF BALANCE - READ '
                      WS-PRIOR-DAYS-READ ' TRAILER '
                      WS-PRIOR-TRL-COUNT ' ***'
                      DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               DISPLAY 'CALENDAR-EXTRACT-COMPARE: CALEXTPR.DAT OUT '
                   'OF BALANCE'
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF
           IF WS-NEW-TRL-SEEN NOT = 'Y'
                   OR WS-NEW-TRL-COUNT NOT = WS-NEW-DAYS-READ
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING '*** CALEXT.DAT OUT OF BALANCE - READ '
                      WS-NEW-DAYS-READ ' TRAILER '
                      WS-NEW-TRL-COUNT ' ***'
                      DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               DISPLAY 'CALENDAR-EXTRACT-COMPARE: CALEXT.DAT OUT '
                   'OF BALANCE'
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * BOTH GENERATIONS MUST BE EXTRACTS OF THE PARM YEAR - THE HDR  *
      * RECORDS HAVE BEEN PICKED UP BY THE PRIMING READS              *
      ******************************************************************
       1200-CHECK-EXTRACT-YEARS.
           IF WS-PRIOR-HDR-YEAR NOT = WS-COMPARE-YEAR
                   OR WS-NEW-HDR-YEAR NOT = WS-COMPARE-YEAR
               DISPLAY 'CALENDAR-EXTRACT-COMPARE: EXTRACT YEAR '
                   'MISMATCH - PARM ' WS-COMPARE-YEAR
                   ' PRIOR ' WS-PRIOR-HDR-YEAR
                   ' NEW ' WS-NEW-HDR-YEAR
               CLOSE PRIOR-EXTRACT-FILE
               CLOSE EXTRACT-FILE
               CLOSE REPORT-FILE
               CLOSE DELTA-FILE
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * REPORT HEADINGS AND THE DELTA FILE HDR CONTROL RECORD         *
      ******************************************************************
       1300-WRITE-HEADINGS.
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'Extract year: ' WS-COMPARE-YEAR
                  '   Prior created: ' WS-PRIOR-CREATION-DATE
                  '   New created: ' WS-NEW-CREATION-DATE
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO EXTRACT-DELTA-HEADER
           MOVE 'HDR' TO CDH-RECORD-TAG
           MOVE WS-TODAY-DATE TO CDH-RUN-DATE
           MOVE WS-COMPARE-YEAR TO CDH-EXTRACT-YEAR
           MOVE WS-PRIOR-CREATION-DATE TO CDH-PRIOR-CREATION-DATE
           MOVE WS-NEW-CREATION-DATE TO CDH-NEW-CREATION-DATE
           WRITE EXTRACT-DELTA-HEADER.

      ******************************************************************
      * MATCH-MERGE STEP - COMPARE THE LOWER KEY (OR THE MATCHED DAY) *
      * AND ADVANCE THE GENERATION(S) IT CAME FROM                    *
      ******************************************************************
       2000-COMPARE-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-PRIOR-KEY = WS-NEW-KEY
                   ADD 1 TO WS-DAYS-COMPARED
                   PERFORM 2300-COMPARE-MATCHED-DAY
                   PERFORM 2100-READ-PRIOR-DAY
                   PERFORM 2200-READ-NEW-DAY
               WHEN WS-PRIOR-KEY < WS-NEW-KEY
                   PERFORM 2400-REPORT-DROPPED-DAY
                   PERFORM 2100-READ-PRIOR-DAY
               WHEN OTHER
                   PERFORM 2500-REPORT-ADDED-DAY
                   PERFORM 2200-READ-NEW-DAY
           END-EVALUATE.

      ******************************************************************
      * READ THE NEXT PRIOR-GENERATION DAY, PICKING UP THE HDR AND    *
      * TRL CONTROL RECORDS ON THE WAY                                *
      ******************************************************************
       2100-READ-PRIOR-DAY.
           MOVE 'N' TO WS-DAY-MOVED
           PERFORM UNTIL WS-NO-MORE-PRIOR OR WS-DAY-HAS-MOVED
               READ PRIOR-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-PRIOR-EOF
                       MOVE WS-HIGH-KEY TO WS-PRIOR-KEY
                   NOT AT END
                       EVALUATE PXH-RECORD-TAG
                           WHEN 'HDR'
                               MOVE PXH-EXTRACT-YEAR
                                   TO WS-PRIOR-HDR-YEAR
                               MOVE PXH-CREATION-DATE
                                   TO WS-PRIOR-CREATION-DATE
                           WHEN 'TRL'
                               MOVE PXT-RECORD-COUNT
                                   TO WS-PRIOR-TRL-COUNT
                               MOVE 'Y' TO WS-PRIOR-TRL-SEEN
                           WHEN OTHER
                               ADD 1 TO WS-PRIOR-DAYS-READ
                               MOVE PXR-DATE TO WS-PRIOR-KEY
                               MOVE 'Y' TO WS-DAY-MOVED
                       END-EVALUATE
               END-READ
           END-PERFORM.

      ******************************************************************
      * READ THE NEXT NEW-GENERATION DAY, PICKING UP THE HDR AND TRL  *
      * CONTROL RECORDS ON THE WAY                                    *
      ******************************************************************
       2200-READ-NEW-DAY.
           MOVE 'N' TO WS-DAY-MOVED
           PERFORM UNTIL WS-NO-MORE-NEW OR WS-DAY-HAS-MOVED
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-NEW-EOF
                       MOVE WS-HIGH-KEY TO WS-NEW-KEY
                   NOT AT END
                       EVALUATE CXH-RECORD-TAG
                           WHEN 'HDR'
                               MOVE CXH-EXTRACT-YEAR
                                   TO WS-NEW-HDR-YEAR
                               MOVE CXH-CREATION-DATE
                                   TO WS-NEW-CREATION-DATE
                           WHEN 'TRL'
                               MOVE CXT-RECORD-COUNT
                                   TO WS-NEW-TRL-COUNT
                               MOVE 'Y' TO WS-NEW-TRL-SEEN
                           WHEN OTHER
                               ADD 1 TO WS-NEW-DAYS-READ
                               MOVE CXR-DATE TO WS-NEW-KEY
                               MOVE 'Y' TO WS-DAY-MOVED
                       END-EVALUATE
               END-READ
           END-PERFORM.

      ******************************************************************
      * COMPARE A DAY PRESENT ON BOTH GENERATIONS FIELD BY FIELD AND  *
      * REPORT IT WHEN ANY COMPARED FIELD MOVED                       *
      ******************************************************************
       2300-COMPARE-MATCHED-DAY.
           PERFORM 2600-CLEAR-DELTA-AND-DETAIL
           MOVE 'N' TO WS-DAY-MOVED
           IF PXR-BUSINESS-DAY-FLAG NOT = CXR-BUSINESS-DAY-FLAG
               MOVE 'Y' TO CXD-BUSINESS-DAY-MOVED
               MOVE 'Y' TO WS-DAY-MOVED
               ADD 1 TO WS-BUSINESS-DAY-FLIPS
               STRING PXR-BUSINESS-DAY-FLAG '>' CXR-BUSINESS-DAY-FLAG
                   DELIMITED BY SIZE INTO WS-DTL-BUSINESS-DAY
           END-IF
           IF PXR-HOLIDAY-CODE NOT = CXR-HOLIDAY-CODE
               MOVE 'Y' TO CXD-HOLIDAY-MOVED
               MOVE 'Y' TO WS-DAY-MOVED
               STRING PXR-HOLIDAY-CODE '>' CXR-HOLIDAY-CODE
                   DELIMITED BY SIZE INTO WS-DTL-HOLIDAY
           END-IF
           IF PXR-HALF-DAY-FLAG NOT = CXR-HALF-DAY-FLAG
                   OR PXR-CLOSING-TIME NOT = CXR-CLOSING-TIME
               MOVE 'Y' TO CXD-HALF-DAY-MOVED
               MOVE 'Y' TO WS-DAY-MOVED
               STRING PXR-HALF-DAY-FLAG PXR-CLOSING-TIME '>'
                      CXR-HALF-DAY-FLAG CXR-CLOSING-TIME
                   DELIMITED BY SIZE INTO WS-DTL-HALF-DAY
           END-IF
           IF PXR-ADHOC-FLAG NOT = CXR-ADHOC-FLAG
               MOVE 'Y' TO CXD-ADHOC-MOVED
               MOVE 'Y' TO WS-DAY-MOVED
               STRING PXR-ADHOC-FLAG '>' CXR-ADHOC-FLAG
                   DELIMITED BY SIZE INTO WS-DTL-ADHOC
           END-IF
           IF PXR-QC-HOLIDAY-FLAG NOT = CXR-QC-HOLIDAY-FLAG
               MOVE 'Y' TO CXD-QC-MOVED
               MOVE 'Y' TO WS-DAY-MOVED
               STRING PXR-QC-HOLIDAY-FLAG '>' CXR-QC-HOLIDAY-FLAG
                   DELIMITED BY SIZE INTO WS-DTL-QC
           END-IF
           IF PXR-NL-HOLIDAY-FLAG NOT = CXR-NL-HOLIDAY-FLAG
               MOVE 'Y' TO CXD-NL-MOVED
               MOVE 'Y' TO WS-DAY-MOVED
               STRING PXR-NL-HOLIDAY-FLAG '>' CXR-NL-HOLIDAY-FLAG
                   DELIMITED BY SIZE INTO WS-DTL-NL
           END-IF
           IF WS-DAY-HAS-MOVED
               ADD 1 TO WS-DAYS-CHANGED
               MOVE 'C' TO CXD-CHANGE-TYPE
               MOVE WS-PRIOR-KEY TO CXD-DATE
               MOVE WS-PRIOR-KEY TO WS-DTL-DATE
               MOVE 'CHANGED' TO WS-DTL-STATUS
               PERFORM 2610-MOVE-PRIOR-VALUES
               PERFORM 2620-MOVE-NEW-VALUES
               PERFORM 2700-WRITE-DELTA-AND-DETAIL
           END-IF.

      ******************************************************************
      * A DAY ONLY ON THE PRIOR GENERATION                            *
      ******************************************************************
       2400-REPORT-DROPPED-DAY.
           PERFORM 2600-CLEAR-DELTA-AND-DETAIL
           ADD 1 TO WS-DAYS-DROPPED
           MOVE 'D' TO CXD-CHANGE-TYPE
           MOVE 'YYYYYY' TO CXD-CHANGED-FIELDS
           MOVE WS-PRIOR-KEY TO CXD-DATE
           MOVE WS-PRIOR-KEY TO WS-DTL-DATE
           MOVE 'DROPPED' TO WS-DTL-STATUS
           PERFORM 2610-MOVE-PRIOR-VALUES
           PERFORM 2700-WRITE-DELTA-AND-DETAIL.

      ******************************************************************
      * A DAY ONLY ON THE NEW GENERATION                              *
      ******************************************************************
       2500-REPORT-ADDED-DAY.
           PERFORM 2600-CLEAR-DELTA-AND-DETAIL
           ADD 1 TO WS-DAYS-ADDED
           MOVE 'A' TO CXD-CHANGE-TYPE
           MOVE 'YYYYYY' TO CXD-CHANGED-FIELDS
           MOVE WS-NEW-KEY TO CXD-DATE
           MOVE WS-NEW-KEY TO WS-DTL-DATE
           MOVE 'ADDED' TO WS-DTL-STATUS
           PERFORM 2620-MOVE-NEW-VALUES
           PERFORM 2700-WRITE-DELTA-AND-DETAIL.

      ******************************************************************
      * RESET THE DELTA RECORD AND THE DETAIL LINE FOR A NEW DAY      *
      ******************************************************************
       2600-CLEAR-DELTA-AND-DETAIL.
           MOVE SPACES TO EXTRACT-DELTA-RECORD
           MOVE 'NNNNNN' TO CXD-CHANGED-FIELDS
           MOVE 0 TO CXD-OLD-CLOSING-TIME
           MOVE 0 TO CXD-NEW-CLOSING-TIME
           MOVE SPACES TO WS-DTL-STATUS
           MOVE SPACES TO WS-DTL-BUSINESS-DAY
           MOVE SPACES TO WS-DTL-HOLIDAY
           MOVE SPACES TO WS-DTL-HALF-DAY
           MOVE SPACES TO WS-DTL-ADHOC
           MOVE SPACES TO WS-DTL-QC
           MOVE SPACES TO WS-DTL-NL.

      ******************************************************************
      * CARRY THE PRIOR GENERATION'S COMPARED VALUES ONTO THE DELTA   *
      ******************************************************************
       2610-MOVE-PRIOR-VALUES.
           MOVE PXR-BUSINESS-DAY-FLAG TO CXD-OLD-BUSINESS-DAY-FLAG
           MOVE PXR-HOLIDAY-CODE TO CXD-OLD-HOLIDAY-CODE
           MOVE PXR-HALF-DAY-FLAG TO CXD-OLD-HALF-DAY-FLAG
           MOVE PXR-CLOSING-TIME TO CXD-OLD-CLOSING-TIME
           MOVE PXR-ADHOC-FLAG TO CXD-OLD-ADHOC-FLAG
           MOVE PXR-QC-HOLIDAY-FLAG TO CXD-OLD-QC-HOLIDAY-FLAG
           MOVE PXR-NL-HOLIDAY-FLAG TO CXD-OLD-NL-HOLIDAY-FLAG.

      ******************************************************************
      * CARRY THE NEW GENERATION'S COMPARED VALUES ONTO THE DELTA     *
      ******************************************************************
       2620-MOVE-NEW-VALUES.
           MOVE CXR-BUSINESS-DAY-FLAG TO CXD-NEW-BUSINESS-DAY-FLAG
           MOVE CXR-HOLIDAY-CODE TO CXD-NEW-HOLIDAY-CODE
           MOVE CXR-HALF-DAY-FLAG TO CXD-NEW-HALF-DAY-FLAG
           MOVE CXR-CLOSING-TIME TO CXD-NEW-CLOSING-TIME
           MOVE CXR-ADHOC-FLAG TO CXD-NEW-ADHOC-FLAG
           MOVE CXR-QC-HOLIDAY-FLAG TO CXD-NEW-QC-HOLIDAY-FLAG
           MOVE CXR-NL-HOLIDAY-FLAG TO CXD-NEW-NL-HOLIDAY-FLAG.

      ******************************************************************
      * WRITE THE DELTA RECORD AND ITS PRINTED DETAIL LINE            *
      ******************************************************************
       2700-WRITE-DELTA-AND-DETAIL.
           WRITE EXTRACT-DELTA-RECORD
           ADD 1 TO WS-DELTAS-WRITTEN
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * WRITE THE SUMMARY AND THE DELTA TRL RECORD, CLOSE EVERYTHING  *
      * AND SET THE STEP RETURN CODE                                  *
      ******************************************************************
       4000-WRITE-SUMMARY-AND-CLOSE.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'Days compared: ' WS-DAYS-COMPARED
                  '   Changed: ' WS-DAYS-CHANGED
                  '   Added: ' WS-DAYS-ADDED
                  '   Dropped: ' WS-DAYS-DROPPED
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING 'Business-day flag flips: ' WS-BUSINESS-DAY-FLIPS
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           IF WS-DELTAS-WRITTEN = 0
               MOVE 'NO DAY CHANGED STATUS - NOTHING TO SIGN OFF'
                   TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'CHANGE CONTROL SIGN-OFF: ____________________'
                      '  DATE: ________'
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO EXTRACT-DELTA-TRAILER
           MOVE 'TRL' TO CDT-RECORD-TAG
           MOVE WS-DELTAS-WRITTEN TO CDT-RECORD-COUNT
           WRITE EXTRACT-DELTA-TRAILER
           CLOSE PRIOR-EXTRACT-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE
           CLOSE DELTA-FILE
           DISPLAY 'CALENDAR-EXTRACT-COMPARE: ' WS-DAYS-COMPARED
               ' DAYS COMPARED, ' WS-DELTAS-WRITTEN
               ' DAYS MOVED FOR ' WS-COMPARE-YEAR
           IF WS-STEP-RETURN-CODE = 0 AND WS-DELTAS-WRITTEN > 0
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
