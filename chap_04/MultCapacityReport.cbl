       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultCapacityReport.
      *> Capacity report over the files the multiply step reads:
      *> one line per reference file or measure showing its current
      *> size against whatever limit still applies to it, and how
      *> much of that limit is used. The keyed item, price-break,
      *> duplicate-history and tolerance files have no table limit
      *> left - they print their sizes for the record, plus the most
      *> tiers any one item carries against the two-digit tier
      *> number. The department master is measured against every
      *> table that holds a department each - Listing4-2's
      *> department recap, the budget file in MultBudgetMaint, the
      *> budget report's accumulators and the price simulation's
      *> department section - the exchange-rate and fiscal-calendar
      *> files against the tables Listing4-2 still loads them into,
      *> and the batch verdict generations supplied
      *> on MULTBATV against the per-run batch table - the peak run
      *> and the latest run (highest run date and cycle). A new run
      *> starts on each verdict record for batch 1, or when the run
      *> date or cycle changes. PARM is the warning percentage,
      *> three digits (for example PARM='080'); a missing or
      *> non-numeric PARM uses the default. Return code 4 when a
      *> measure has reached the warning percentage or a keyed file
      *> the multiply step needs is not available, 8 when a measure
      *> has reached its limit - the next growth there stops the
      *> multiply step with return code 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-ITMK-FILE ASSIGN TO "MULTITMK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITMK-KEY
               FILE STATUS IS WS-ITMK-FILE-STATUS.

           SELECT MULT-DPTK-FILE ASSIGN TO "MULTDPTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DPTK-FILE-STATUS.

           SELECT MULT-PBKK-FILE ASSIGN TO "MULTPBKK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTK-KEY
               FILE STATUS IS WS-PBKK-FILE-STATUS.

           SELECT MULT-DHSK-FILE ASSIGN TO "MULTDHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DHST-KEY
               FILE STATUS IS WS-DHSK-FILE-STATUS.

           SELECT MULT-TOL-FILE ASSIGN TO "MULTTOLK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TOL-KEY
               FILE STATUS IS WS-TOL-FILE-STATUS.

           SELECT MULT-XRT-FILE ASSIGN TO "MULTXRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRT-FILE-STATUS.

           SELECT MULT-PER-FILE ASSIGN TO "MULTPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT MULT-BATV-FILE ASSIGN TO "MULTBATV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATV-FILE-STATUS.

           SELECT CAP-RPT-FILE ASSIGN TO "MULTCPRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-ITMK-FILE.
       COPY MULTITK.

       FD  MULT-DPTK-FILE.
       COPY MULTDPT.

       FD  MULT-PBKK-FILE.
       COPY MULTPTK.

       FD  MULT-DHSK-FILE.
       COPY MULTDHS.

       FD  MULT-TOL-FILE.
       COPY MULTTOL.

       FD  MULT-XRT-FILE.
       COPY MULTXRT.

       FD  MULT-PER-FILE.
       COPY MULTPER.

       FD  MULT-BATV-FILE.
       COPY MULTBVD.

       FD  CAP-RPT-FILE.
       01  CPR-PRINT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ITMK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DPTK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PBKK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DHSK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TOL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-XRT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-PER-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-BATV-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.

       01  WS-MMDDYYYY                 PIC 9(8).

      *> Warning percentage. Overridden by a three-digit PARM; a
      *> missing or non-numeric PARM leaves the default.
       01  WS-PARM-WARN-PCT            PIC X(3).
       01  WS-WARN-PCT                 PIC 9(3) VALUE 80.

      *> The limits still in force. These must track the
      *> WS-...-TABLE-MAX values in Listing4-2 (and the tier number
      *> carried on MULTPTK) and, for the department tables, in
      *> MultBudgetMaint (WS-BGT-TABLE-MAX), MultBudgetReport and
      *> MultPriceSimulate; a limit raised there is raised here
      *> too, or this report warns against the old one.
       01  WS-DEPT-TABLE-MAX           PIC 9(9) VALUE 50.
       01  WS-BGT-TABLE-MAX            PIC 9(9) VALUE 100.
       01  WS-BGTR-DEPT-TABLE-MAX      PIC 9(9) VALUE 100.
       01  WS-PSIM-DEPT-TABLE-MAX      PIC 9(9) VALUE 100.
       01  WS-XRT-TABLE-MAX            PIC 9(9) VALUE 5000.
       01  WS-PER-TABLE-MAX            PIC 9(9) VALUE 600.
       01  WS-BATCH-TABLE-MAX          PIC 9(9) VALUE 20.
       01  WS-PBRK-TIER-MAX            PIC 9(9) VALUE 99.

      *> The measure being printed. A zero limit prints NO LIMIT.
      *> A required file that is not available counts as a warning,
      *> since the multiply step cannot run without it.
       01  WS-MEASURE-DDNAME           PIC X(8).
       01  WS-MEASURE-DESC             PIC X(34).
       01  WS-MEASURE-COUNT            PIC 9(9).
       01  WS-MEASURE-LIMIT            PIC 9(9).
       01  WS-MEASURE-SWITCH           PIC X.
           88  WS-MEASURE-AVAILABLE         VALUE "Y".
       01  WS-REQUIRED-SWITCH          PIC X.
           88  WS-MEASURE-REQUIRED          VALUE "Y".

       01  WS-USED-PCT                 PIC 9(9) VALUE ZEROES.
       01  WS-PCT-EDIT                 PIC ZZ9.
       01  WS-LIMIT-EDIT               PIC ZZZZZZZZ9.

       01  WS-ITEM-COUNT               PIC 9(9) VALUE ZEROES.
       01  WS-ITEM-RECORD-COUNT        PIC 9(9) VALUE ZEROES.
       01  WS-PREV-ITEM-CODE           PIC X(8) VALUE SPACES.
       01  WS-PBRK-COUNT               PIC 9(9) VALUE ZEROES.
       01  WS-PBRK-MOST-TIERS          PIC 9(9) VALUE ZEROES.

      *> Batches per run. A verdict written before cycles were
      *> carried is cycle 1.
       01  WS-BVD-CYCLE-NO             PIC 9 VALUE 1.
       01  WS-RUN-RUN-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-RUN-CYCLE-NO             PIC 9 VALUE ZERO.
       01  WS-RUN-BATCHES              PIC 9(9) VALUE ZEROES.
       01  WS-RUN-COUNT                PIC 9(9) VALUE ZEROES.
       01  WS-PEAK-BATCHES             PIC 9(9) VALUE ZEROES.
       01  WS-PEAK-RUN-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-PEAK-CYCLE-NO            PIC 9 VALUE ZERO.
       01  WS-LAST-BATCHES             PIC 9(9) VALUE ZEROES.
       01  WS-LAST-RUN-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-LAST-CYCLE-NO            PIC 9 VALUE ZERO.

       01  WS-MEASURE-COUNT-TOTAL      PIC 9(7) VALUE ZEROES.
       01  WS-WARN-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-LIMIT-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE ZEROES.

       COPY MULTCPR.

       PROCEDURE DIVISION.
       ReportCapacity.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-MM TO WS-MMDDYYYY(1:2)
           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)

           ACCEPT WS-PARM-WARN-PCT FROM COMMAND-LINE
           IF WS-PARM-WARN-PCT IS NUMERIC
                   AND WS-PARM-WARN-PCT NOT = ZEROES
               MOVE WS-PARM-WARN-PCT TO WS-WARN-PCT
           END-IF

           OPEN OUTPUT CAP-RPT-FILE

           MOVE WS-MMDDYYYY TO CPR-HDR-DATE
           MOVE CPR-HEADER-LINE TO CPR-PRINT-REC
           WRITE CPR-PRINT-REC

           PERFORM MeasureItemFile
           PERFORM MeasureDeptFile
           PERFORM MeasurePriceBreaks
           PERFORM MeasureDupHistory
           PERFORM MeasureTolerances
           PERFORM MeasureExchangeRates
           PERFORM MeasureFiscalCalendar
           PERFORM MeasureBatchesPerRun

           PERFORM WriteCapacitySummary

           CLOSE CAP-RPT-FILE

           IF WS-LIMIT-COUNT > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > ZEROES OR WS-MISSING-COUNT > ZEROES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *> Records and distinct items on the keyed item master. The
      *> multiply step reads it by key, so there is no limit.
       MeasureItemFile.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-ITMK-FILE
           IF WS-ITMK-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-ITMK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEM-RECORD-COUNT
                           IF ITMK-ITEM-CODE NOT = WS-PREV-ITEM-CODE
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE ITMK-ITEM-CODE
                                   TO WS-PREV-ITEM-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-ITMK-FILE
               MOVE "Y" TO WS-MEASURE-SWITCH
           ELSE
               MOVE "N" TO WS-MEASURE-SWITCH
           END-IF

           MOVE "MULTITMK" TO WS-MEASURE-DDNAME
           MOVE "Y" TO WS-REQUIRED-SWITCH
           MOVE "ITEM MASTER RECORDS" TO WS-MEASURE-DESC
           MOVE WS-ITEM-RECORD-COUNT TO WS-MEASURE-COUNT
           MOVE ZEROES TO WS-MEASURE-LIMIT
           PERFORM PrintMeasure
           IF WS-MEASURE-AVAILABLE
               MOVE "DISTINCT ITEMS" TO WS-MEASURE-DESC
               MOVE WS-ITEM-COUNT TO WS-MEASURE-COUNT
               PERFORM PrintMeasure
           END-IF.

      *> Every department on the master can post in a run, take a
      *> budget and appear on a simulation, so the master is
      *> measured against each table that holds one entry per
      *> department.
       MeasureDeptFile.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZEROES TO WS-MEASURE-COUNT
           OPEN INPUT MULT-DPTK-FILE
           IF WS-DPTK-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-DPTK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEASURE-COUNT
                   END-READ
               END-PERFORM
               CLOSE MULT-DPTK-FILE
               MOVE "Y" TO WS-MEASURE-SWITCH
           ELSE
               MOVE "N" TO WS-MEASURE-SWITCH
           END-IF

           MOVE "MULTDPTK" TO WS-MEASURE-DDNAME
           MOVE "Y" TO WS-REQUIRED-SWITCH
           MOVE "DEPARTMENTS VS RECAP TABLE" TO WS-MEASURE-DESC
           MOVE WS-DEPT-TABLE-MAX TO WS-MEASURE-LIMIT
           PERFORM PrintMeasure
           IF WS-MEASURE-AVAILABLE
               MOVE "N" TO WS-REQUIRED-SWITCH
               MOVE "DEPARTMENTS VS BUDGET FILE TABLE"
                   TO WS-MEASURE-DESC
               MOVE WS-BGT-TABLE-MAX TO WS-MEASURE-LIMIT
               PERFORM PrintMeasure
               MOVE "DEPARTMENTS VS BUDGET REPORT TABLE"
                   TO WS-MEASURE-DESC
               MOVE WS-BGTR-DEPT-TABLE-MAX TO WS-MEASURE-LIMIT
               PERFORM PrintMeasure
               MOVE "DEPARTMENTS VS PRICE SIM TABLE"
                   TO WS-MEASURE-DESC
               MOVE WS-PSIM-DEPT-TABLE-MAX TO WS-MEASURE-LIMIT
               PERFORM PrintMeasure
           END-IF.

      *> Price-break entries have no limit; the tiers of any one
      *> item are numbered in two digits.
       MeasurePriceBreaks.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-PBKK-FILE
           IF WS-PBKK-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-PBKK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PBRK-COUNT
                           IF PTK-TIER > WS-PBRK-MOST-TIERS
                               MOVE PTK-TIER TO WS-PBRK-MOST-TIERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-PBKK-FILE
               MOVE "Y" TO WS-MEASURE-SWITCH
           ELSE
               MOVE "N" TO WS-MEASURE-SWITCH
           END-IF

           MOVE "MULTPBKK" TO WS-MEASURE-DDNAME
           MOVE "N" TO WS-REQUIRED-SWITCH
           MOVE "PRICE-BREAK ENTRIES" TO WS-MEASURE-DESC
           MOVE WS-PBRK-COUNT TO WS-MEASURE-COUNT
           MOVE ZEROES TO WS-MEASURE-LIMIT
           PERFORM PrintMeasure
           IF WS-MEASURE-AVAILABLE
               MOVE "MOST TIERS ON ONE ITEM" TO WS-MEASURE-DESC
               MOVE WS-PBRK-MOST-TIERS TO WS-MEASURE-COUNT
               MOVE WS-PBRK-TIER-MAX TO WS-MEASURE-LIMIT
               PERFORM PrintMeasure
           END-IF.

       MeasureDupHistory.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZEROES TO WS-MEASURE-COUNT
           OPEN INPUT MULT-DHSK-FILE
           IF WS-DHSK-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-DHSK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEASURE-COUNT
                   END-READ
               END-PERFORM
               CLOSE MULT-DHSK-FILE
               MOVE "Y" TO WS-MEASURE-SWITCH
           ELSE
               MOVE "N" TO WS-MEASURE-SWITCH
           END-IF

           MOVE "MULTDHSK" TO WS-MEASURE-DDNAME
           MOVE "Y" TO WS-REQUIRED-SWITCH
           MOVE "DUPLICATE HISTORY ENTRIES" TO WS-MEASURE-DESC
           MOVE ZEROES TO WS-MEASURE-LIMIT
           PERFORM PrintMeasure.

      *> Listing4-2 reads the keyed ranges by key, so there is no
      *> limit.
       MeasureTolerances.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZEROES TO WS-MEASURE-COUNT
           OPEN INPUT MULT-TOL-FILE
           IF WS-TOL-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-TOL-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEASURE-COUNT
                   END-READ
               END-PERFORM
               CLOSE MULT-TOL-FILE
               MOVE "Y" TO WS-MEASURE-SWITCH
           ELSE
               MOVE "N" TO WS-MEASURE-SWITCH
           END-IF

           MOVE "MULTTOLK" TO WS-MEASURE-DDNAME
           MOVE "N" TO WS-REQUIRED-SWITCH
           MOVE "TOLERANCE RANGES" TO WS-MEASURE-DESC
           MOVE ZEROES TO WS-MEASURE-LIMIT
           PERFORM PrintMeasure.

      *> Only the rates Listing4-2 can apply take a table entry - a
      *> non-numeric date or rate, or a zero rate, is left out.
       MeasureExchangeRates.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZEROES TO WS-MEASURE-COUNT
           OPEN INPUT MULT-XRT-FILE
           IF WS-XRT-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-XRT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF XRT-EFF-DATE IS NUMERIC
                                   AND XRT-RATE IS NUMERIC
                                   AND XRT-RATE NOT = ZEROES
                               ADD 1 TO WS-MEASURE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-XRT-FILE
               MOVE "Y" TO WS-MEASURE-SWITCH
           ELSE
               MOVE "N" TO WS-MEASURE-SWITCH
           END-IF

           MOVE "MULTXRT" TO WS-MEASURE-DDNAME
           MOVE "N" TO WS-REQUIRED-SWITCH
           MOVE "EXCHANGE RATES" TO WS-MEASURE-DESC
           MOVE WS-XRT-TABLE-MAX TO WS-MEASURE-LIMIT
           PERFORM PrintMeasure.

      *> Only the periods Listing4-2 can use take a table entry.
       MeasureFiscalCalendar.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZEROES TO WS-MEASURE-COUNT
           OPEN INPUT MULT-PER-FILE
           IF WS-PER-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-PER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PER-PERIOD-ID IS NUMERIC
                                   AND PER-START-DATE IS NUMERIC
                                   AND PER-END-DATE IS NUMERIC
                               ADD 1 TO WS-MEASURE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-PER-FILE
               MOVE "Y" TO WS-MEASURE-SWITCH
           ELSE
               MOVE "N" TO WS-MEASURE-SWITCH
           END-IF

           MOVE "MULTPER" TO WS-MEASURE-DDNAME
           MOVE "N" TO WS-REQUIRED-SWITCH
           MOVE "FISCAL PERIODS" TO WS-MEASURE-DESC
           MOVE WS-PER-TABLE-MAX TO WS-MEASURE-LIMIT
           PERFORM PrintMeasure.

      *> One verdict record per batch, one generation per run. The
      *> generations may be concatenated in either order, so the
      *> latest run is found by its run date and cycle rather than
      *> by where it falls in the input.
       MeasureBatchesPerRun.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-BATV-FILE
           IF WS-BATV-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-BATV-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CountOneBatch
                   END-READ
               END-PERFORM
               CLOSE MULT-BATV-FILE
               IF WS-RUN-BATCHES > ZEROES
                   PERFORM EndOfBatchRun
               END-IF
           END-IF

           MOVE "MULTBATV" TO WS-MEASURE-DDNAME
           MOVE "N" TO WS-REQUIRED-SWITCH
           MOVE WS-BATCH-TABLE-MAX TO WS-MEASURE-LIMIT
           IF WS-RUN-COUNT = ZEROES
               MOVE "N" TO WS-MEASURE-SWITCH
               MOVE "BATCHES PER RUN - NO RUNS READ" TO WS-MEASURE-DESC
               MOVE ZEROES TO WS-MEASURE-COUNT
               PERFORM PrintMeasure
           ELSE
               MOVE "Y" TO WS-MEASURE-SWITCH
               MOVE SPACES TO WS-MEASURE-DESC
               STRING "BATCHES IN PEAK RUN " WS-PEAK-RUN-DATE
                   " CYC " WS-PEAK-CYCLE-NO
                   DELIMITED BY SIZE INTO WS-MEASURE-DESC
               MOVE WS-PEAK-BATCHES TO WS-MEASURE-COUNT
               PERFORM PrintMeasure
               MOVE SPACES TO WS-MEASURE-DESC
               STRING "BATCHES IN LAST RUN " WS-LAST-RUN-DATE
                   " CYC " WS-LAST-CYCLE-NO
                   DELIMITED BY SIZE INTO WS-MEASURE-DESC
               MOVE WS-LAST-BATCHES TO WS-MEASURE-COUNT
               PERFORM PrintMeasure
           END-IF.

       CountOneBatch.
           IF BVD-CYCLE-NO IS NUMERIC AND BVD-CYCLE-NO > ZERO
               MOVE BVD-CYCLE-NO TO WS-BVD-CYCLE-NO
           ELSE
               MOVE 1 TO WS-BVD-CYCLE-NO
           END-IF
           IF BVD-BATCH-NO = 1
                   OR BVD-RUN-DATE NOT = WS-RUN-RUN-DATE
                   OR WS-BVD-CYCLE-NO NOT = WS-RUN-CYCLE-NO
               IF WS-RUN-BATCHES > ZEROES
                   PERFORM EndOfBatchRun
               END-IF
               MOVE BVD-RUN-DATE TO WS-RUN-RUN-DATE
               MOVE WS-BVD-CYCLE-NO TO WS-RUN-CYCLE-NO
               MOVE ZEROES TO WS-RUN-BATCHES
           END-IF
           ADD 1 TO WS-RUN-BATCHES.

       EndOfBatchRun.
           ADD 1 TO WS-RUN-COUNT
           IF WS-RUN-BATCHES > WS-PEAK-BATCHES
               MOVE WS-RUN-BATCHES TO WS-PEAK-BATCHES
               MOVE WS-RUN-RUN-DATE TO WS-PEAK-RUN-DATE
               MOVE WS-RUN-CYCLE-NO TO WS-PEAK-CYCLE-NO
           END-IF
           IF WS-RUN-RUN-DATE > WS-LAST-RUN-DATE
                   OR (WS-RUN-RUN-DATE = WS-LAST-RUN-DATE
                       AND WS-RUN-CYCLE-NO > WS-LAST-CYCLE-NO)
               MOVE WS-RUN-BATCHES TO WS-LAST-BATCHES
               MOVE WS-RUN-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE WS-RUN-CYCLE-NO TO WS-LAST-CYCLE-NO
           END-IF
           MOVE ZEROES TO WS-RUN-BATCHES.

      *> Prints the measure set up in WS-MEASURE-... and counts it
      *> toward the return code. Percentages above 999 print as 999.
       PrintMeasure.
           ADD 1 TO WS-MEASURE-COUNT-TOTAL
           MOVE SPACES TO CPR-DTL-LIMIT CPR-DTL-PCT CPR-DTL-FLAG
           MOVE WS-MEASURE-DDNAME TO CPR-DTL-DDNAME
           MOVE WS-MEASURE-DESC TO CPR-DTL-DESC
           MOVE WS-MEASURE-COUNT TO CPR-DTL-COUNT
           IF WS-MEASURE-LIMIT = ZEROES
               MOVE "NO LIMIT" TO CPR-DTL-LIMIT
           ELSE
               MOVE WS-MEASURE-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO CPR-DTL-LIMIT
           END-IF

           IF NOT WS-MEASURE-AVAILABLE
               MOVE "NOT AVAILABLE" TO CPR-DTL-FLAG
               IF WS-MEASURE-REQUIRED
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           ELSE
               IF WS-MEASURE-LIMIT > ZEROES
                   COMPUTE WS-USED-PCT =
                       WS-MEASURE-COUNT * 100 / WS-MEASURE-LIMIT
                   IF WS-USED-PCT > 999
                       MOVE 999 TO WS-USED-PCT
                   END-IF
                   MOVE WS-USED-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO CPR-DTL-PCT(1:3)
                   MOVE "%" TO CPR-DTL-PCT(4:1)
                   IF WS-MEASURE-COUNT >= WS-MEASURE-LIMIT
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE "AT LIMIT" TO CPR-DTL-FLAG
                   ELSE
                       IF WS-USED-PCT >= WS-WARN-PCT
                           ADD 1 TO WS-WARN-COUNT
                           MOVE "OVER WARNING LEVEL" TO CPR-DTL-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE CPR-DETAIL-LINE TO CPR-PRINT-REC
           WRITE CPR-PRINT-REC.

       WriteCapacitySummary.
           MOVE SPACES TO CPR-SUMMARY-LINE
           MOVE "MEASURES REPORTED:" TO CPR-SUM-LABEL
           MOVE WS-MEASURE-COUNT-TOTAL TO CPR-SUM-VALUE
           MOVE CPR-SUMMARY-LINE TO CPR-PRINT-REC
           WRITE CPR-PRINT-REC

           MOVE SPACES TO CPR-SUMMARY-LINE
           MOVE "AT LIMIT:" TO CPR-SUM-LABEL
           MOVE WS-LIMIT-COUNT TO CPR-SUM-VALUE
           MOVE CPR-SUMMARY-LINE TO CPR-PRINT-REC
           WRITE CPR-PRINT-REC

           MOVE SPACES TO CPR-SUMMARY-LINE
           MOVE "OVER WARNING LEVEL:" TO CPR-SUM-LABEL
           MOVE WS-WARN-COUNT TO CPR-SUM-VALUE
           MOVE CPR-SUMMARY-LINE TO CPR-PRINT-REC
           WRITE CPR-PRINT-REC

           MOVE SPACES TO CPR-SUMMARY-LINE
           MOVE "REQUIRED KEYED FILES NOT AVAILABLE:" TO CPR-SUM-LABEL
           MOVE WS-MISSING-COUNT TO CPR-SUM-VALUE
           MOVE CPR-SUMMARY-LINE TO CPR-PRINT-REC
           WRITE CPR-PRINT-REC

           MOVE SPACES TO CPR-SUMMARY-LINE
           MOVE "RUNS READ FROM BATCH VERDICTS:" TO CPR-SUM-LABEL
           MOVE WS-RUN-COUNT TO CPR-SUM-VALUE
           MOVE CPR-SUMMARY-LINE TO CPR-PRINT-REC
           WRITE CPR-PRINT-REC

           MOVE SPACES TO CPR-SUMMARY-LINE
           MOVE "WARNING LEVEL (PERCENT OF LIMIT):" TO CPR-SUM-LABEL
           MOVE WS-WARN-PCT TO CPR-SUM-VALUE
           MOVE CPR-SUMMARY-LINE TO CPR-PRINT-REC
           WRITE CPR-PRINT-REC.

       END PROGRAM MultCapacityReport.
