      *> details of a refused batch are excluded from the input side
      *> (the multiply step skipped them whole), and the report ends
      *> with per-batch and per-system control totals.
      *> Calculations held as statistical outliers went to the hold
      *> file instead of MULTOUT, so they reduce the expected output
      *> exactly as rejects and duplicate suspends do.
      *> Output sums balance in the base currency. Each result's base
      *> amount is re-derived from its Result and the rate it carries,
      *> with the decimal places and rounding the multiply step read
      *> from MULTCTL, and any record that does not re-derive is a
      *> conversion error that fails the reconciliation; per-currency
      *> subtotals follow the department section.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT MULT-HOLD-FILE ASSIGN TO "MULTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT MULT-CTRL-FILE ASSIGN TO "MULTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-FILE-STATUS.

           SELECT MULT-RECN-FILE ASSIGN TO "MULTRECN"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  MULT-SUSP-FILE.
       COPY MULTSUS.

       FD  MULT-HOLD-FILE.
       COPY MULTHLD.

       FD  MULT-CTRL-FILE.
       COPY MULTCTL.

       FD  MULT-RECN-FILE.
       01  RECN-PRINT-REC              PIC X(132).


       01  WS-RCY-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-SUSP-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RCNV-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRL-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY                 PIC 9(4).
      *> earlier than today is accepted in catch-up, refused
      *> otherwise. A catch-up run and its reconciliation must be
      *> submitted with the same mode or the verdicts disagree.
      *> Position 9 is the processing cycle being reconciled (blank
      *> for cycle 1), the same digit the multiply step was given;
      *> it heads the report and is carried on the verdict record.
       01  WS-PARM-DATA.
           05  WS-PARM-RUN-MODE            PIC X(8).
           05  WS-PARM-CYCLE-NO            PIC X.
       01  WS-CYCLE-NO                     PIC 9 VALUE 1.
       01  WS-CATCHUP-SWITCH               PIC X VALUE "N".
           88  WS-CATCHUP-RUN                   VALUE "Y".

       01  WS-OUTPUT-COUNT                 PIC 9(7) VALUE ZEROES.
       01  WS-REJECT-COUNT                 PIC 9(7) VALUE ZEROES.
       01  WS-SUSPEND-COUNT                PIC 9(7) VALUE ZEROES.
       01  WS-HOLD-COUNT                   PIC 9(7) VALUE ZEROES.
       01  WS-EXPECTED-OUTPUT-COUNT        PIC 9(7) VALUE ZEROES.

      *> Reversals ride the input file but never become MULTOUT
      *> count the expected-output arithmetic uses.
       01  WS-RVSL-REQ-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-RVSL-REJECT-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-OUTPUT-RESULT-SUM            PIC 9(11)V99 VALUE ZEROES.
       01  WS-DEPT-EXPECTED                PIC 9(7) VALUE ZEROES.

      *> Per-department tallies so Purchasing and Inventory can each
               10  WS-DEPT-TBL-INPUT       PIC 9(7).
               10  WS-DEPT-TBL-REJECTS     PIC 9(7).
               10  WS-DEPT-TBL-SUSP        PIC 9(7).
               10  WS-DEPT-TBL-HELD        PIC 9(7).
               10  WS-DEPT-TBL-OUTPUT      PIC 9(7).
               10  WS-DEPT-TBL-SUM         PIC 9(11)V99.

      *> One entry per H/D.../T batch on MULTIN, built by the proving
      *> pass and mirrored from the multiply step's batch table: the
               10  WS-SYS-TBL-DETAILS      PIC 9(9).
               10  WS-SYS-TBL-HASH         PIC 9(13)V99.

      *> Base-currency re-derivation, done exactly as the multiply
      *> step converts: Result times rate, scaled to the MULTCTL
      *> decimal places and rounded or truncated by its mode.
       COPY MULTBCY.
       01  WS-SCALE-FACTOR                 PIC 9(4) VALUE 100.
       01  WS-RAW-BASE                     PIC 9(14)V9(8) VALUE ZEROES.
       01  WS-SCALED-BASE                  PIC 9(16) VALUE ZEROES.
       01  WS-DERIVED-BASE                 PIC 9(11)V99 VALUE ZEROES.
       01  WS-REC-CURRENCY                 PIC X(3) VALUE SPACES.
       01  WS-REC-EXCH-RATE                PIC 9(5)V9(6) VALUE ZEROES.
       01  WS-REC-BASE-RESULT              PIC 9(11)V99 VALUE ZEROES.
       01  WS-CONV-ERROR-COUNT             PIC 9(7) VALUE ZEROES.

      *> One entry per currency on MULTOUT.
       01  WS-CUR-SUB                      PIC 9(3) VALUE ZEROES.
       01  WS-CUR-TABLE-MAX                PIC 9(3) VALUE 200.
       01  WS-CUR-COUNT                    PIC 9(3) VALUE ZEROES.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CUR-COUNT
                   INDEXED BY CUR-IDX.
               10  WS-CUR-TBL-CODE         PIC X(3).
               10  WS-CUR-TBL-RECORDS      PIC 9(7).
               10  WS-CUR-TBL-TXN-SUM      PIC 9(11)V99.
               10  WS-CUR-TBL-BASE-SUM     PIC 9(11)V99.
               10  WS-CUR-TBL-CONV-ERRS    PIC 9(7).

       COPY MULTRCN.

       PROCEDURE DIVISION.
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)
           MOVE WS-SYS-DATE TO WS-TODAY-YYYYMMDD

           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-RUN-MODE = "CATCHUP"
               SET WS-CATCHUP-RUN TO TRUE
           END-IF
           IF WS-PARM-CYCLE-NO IS NUMERIC
                   AND WS-PARM-CYCLE-NO NOT = "0"
               MOVE WS-PARM-CYCLE-NO TO WS-CYCLE-NO
           END-IF

           PERFORM ReadControlFile

           OPEN OUTPUT MULT-RECN-FILE

           PERFORM CountResults
           PERFORM CountRejects
           PERFORM CountSuspends
           PERFORM CountHolds

           COMPUTE WS-EXPECTED-OUTPUT-COUNT =
               WS-INPUT-COUNT - WS-REJECT-COUNT - WS-SUSPEND-COUNT
               - WS-HOLD-COUNT

           PERFORM WriteReconciliationReport


           IF WS-EXPECTED-OUTPUT-COUNT NOT = WS-OUTPUT-COUNT
                   OR WS-DEPT-MISMATCH
                   OR WS-CONV-ERROR-COUNT > ZEROES
               MOVE 8 TO RETURN-CODE
           END-IF


           STOP RUN.

      *> The same defaults and validation the multiply step applies,
      *> so the re-derived base amounts use the decimal places and
      *> rounding it actually used. The file is optional.
       ReadControlFile.
           MOVE 2 TO CTRL-DECIMAL-PLACES
           MOVE "R" TO CTRL-ROUNDING-MODE
           OPEN INPUT MULT-CTRL-FILE
           IF WS-CTRL-FILE-STATUS = "00"
               READ MULT-CTRL-FILE
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE MULT-CTRL-FILE
           END-IF
           IF CTRL-DECIMAL-PLACES IS NOT NUMERIC
                   OR CTRL-DECIMAL-PLACES > 2
               MOVE 2 TO CTRL-DECIMAL-PLACES
               MOVE "R" TO CTRL-ROUNDING-MODE
           END-IF
           IF CTRL-ROUNDING-MODE NOT = "R" AND
                   CTRL-ROUNDING-MODE NOT = "T"
               MOVE "R" TO CTRL-ROUNDING-MODE
           END-IF
           COMPUTE WS-SCALE-FACTOR = 10 ** CTRL-DECIMAL-PLACES.

      *> The verdict as data, for the morning status page - the
      *> same outcome the print report and return code carry. The
      *> dataset is cumulative (DISP=MOD): EXTEND appends one row
               OPEN OUTPUT MULT-RCNV-FILE
           END-IF
           MOVE WS-TODAY-YYYYMMDD TO RCNV-RUN-DATE
           MOVE WS-CYCLE-NO TO RCNV-CYCLE-NO
           IF WS-EXPECTED-OUTPUT-COUNT = WS-OUTPUT-COUNT
                   AND NOT WS-DEPT-MISMATCH
                   AND WS-CONV-ERROR-COUNT = ZEROES
               MOVE "BALANCED" TO RCNV-STATUS
           ELSE
               MOVE "MISMATCH" TO RCNV-STATUS
                           TO WS-TALLY-DEPT-CODE
                       PERFORM FindOrAddDept
                       ADD 1 TO WS-DEPT-TBL-OUTPUT (WS-DEPT-SUB)
                       PERFORM CheckOneConversion
                       ADD WS-REC-BASE-RESULT
                           TO WS-DEPT-TBL-SUM (WS-DEPT-SUB)
                       ADD WS-REC-BASE-RESULT
                           TO WS-OUTPUT-RESULT-SUM
                           ON SIZE ERROR
                               DISPLAY
           END-PERFORM
           CLOSE MULT-RESULT-FILE.

      *> A result written before currencies were carried has a blank
      *> currency - it is a base-currency amount converted at 1.
       CheckOneConversion.
           IF MULT-CURRENCY = SPACES
               MOVE MULT-BASE-CURRENCY TO WS-REC-CURRENCY
               MOVE 1 TO WS-REC-EXCH-RATE
               MOVE MULT-RESULT OF MULT-RESULT-REC
                   TO WS-REC-BASE-RESULT
           ELSE
               MOVE MULT-CURRENCY TO WS-REC-CURRENCY
               MOVE MULT-EXCH-RATE TO WS-REC-EXCH-RATE
               MOVE MULT-BASE-RESULT TO WS-REC-BASE-RESULT
           END-IF
           COMPUTE WS-RAW-BASE =
               MULT-RESULT OF MULT-RESULT-REC * WS-REC-EXCH-RATE
           IF CTRL-ROUNDING-MODE = "T"
               COMPUTE WS-SCALED-BASE =
                   FUNCTION INTEGER-PART(
                       WS-RAW-BASE * WS-SCALE-FACTOR)
           ELSE
               COMPUTE WS-SCALED-BASE ROUNDED =
                   WS-RAW-BASE * WS-SCALE-FACTOR
           END-IF
           COMPUTE WS-DERIVED-BASE =
               WS-SCALED-BASE / WS-SCALE-FACTOR
               ON SIZE ERROR
                   MOVE ZEROES TO WS-DERIVED-BASE
           END-COMPUTE

           PERFORM FindOrAddCurrency
           ADD 1 TO WS-CUR-TBL-RECORDS (WS-CUR-SUB)
           ADD MULT-RESULT OF MULT-RESULT-REC
               TO WS-CUR-TBL-TXN-SUM (WS-CUR-SUB)
           ADD WS-REC-BASE-RESULT TO WS-CUR-TBL-BASE-SUM (WS-CUR-SUB)
           IF WS-DERIVED-BASE NOT = WS-REC-BASE-RESULT
               ADD 1 TO WS-CONV-ERROR-COUNT
               ADD 1 TO WS-CUR-TBL-CONV-ERRS (WS-CUR-SUB)
               DISPLAY "CONVERSION ERROR AT OUTPUT RECORD "
                   WS-OUTPUT-COUNT " CURRENCY " WS-REC-CURRENCY
           END-IF.

       FindOrAddCurrency.
           MOVE ZEROES TO WS-CUR-SUB
           IF WS-CUR-COUNT > ZEROES
               SET CUR-IDX TO 1
               SEARCH WS-CUR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUR-TBL-CODE (CUR-IDX) = WS-REC-CURRENCY
                       SET WS-CUR-SUB TO CUR-IDX
               END-SEARCH
           END-IF
           IF WS-CUR-SUB = ZEROES
               IF WS-CUR-COUNT >= WS-CUR-TABLE-MAX
                   DISPLAY "CURRENCY TABLE EXCEEDS "
                       WS-CUR-TABLE-MAX " ENTRIES - "
                       "INCREASE WS-CUR-TABLE-MAX"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-SUB
               MOVE WS-REC-CURRENCY TO WS-CUR-TBL-CODE (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-RECORDS (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-TXN-SUM (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-BASE-SUM (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-CONV-ERRS (WS-CUR-SUB)
           END-IF.

      *> Reason 06 marks a rejected reversal - those never reduced
      *> the detail output, so they tally separately and stay out of
      *> the department reject columns.
               CLOSE MULT-SUSP-FILE
           END-IF.

      *> The hold file is this run's outlier holds. Optional, like
      *> the suspense file, so the reconcile of an older run written
      *> before outliers were held still works.
       CountHolds.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-HOLD-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HOLD-DEPT-CODE
                               TO WS-TALLY-DEPT-CODE
                           PERFORM FindOrAddDept
                           ADD 1 TO WS-DEPT-TBL-HELD (WS-DEPT-SUB)
                   END-READ
               END-PERFORM
               CLOSE MULT-HOLD-FILE
           END-IF.

       FindOrAddDept.
           MOVE ZEROES TO WS-DEPT-SUB
           IF WS-DEPT-COUNT > ZEROES
               MOVE ZEROES TO WS-DEPT-TBL-INPUT (WS-DEPT-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-REJECTS (WS-DEPT-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-SUSP (WS-DEPT-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-HELD (WS-DEPT-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-OUTPUT (WS-DEPT-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-SUM (WS-DEPT-SUB)
           END-IF.
                       TO RECN-DEPT-REJECTS
                   MOVE WS-DEPT-TBL-SUSP (DEPT-IDX)
                       TO RECN-DEPT-SUSP
                   MOVE WS-DEPT-TBL-HELD (DEPT-IDX)
                       TO RECN-DEPT-HELD
                   MOVE WS-DEPT-TBL-OUTPUT (DEPT-IDX)
                       TO RECN-DEPT-OUTPUT
                   MOVE WS-DEPT-TBL-SUM (DEPT-IDX)
                       WS-DEPT-TBL-INPUT (DEPT-IDX)
                       - WS-DEPT-TBL-REJECTS (DEPT-IDX)
                       - WS-DEPT-TBL-SUSP (DEPT-IDX)
                       - WS-DEPT-TBL-HELD (DEPT-IDX)
                   IF WS-DEPT-EXPECTED
                           = WS-DEPT-TBL-OUTPUT (DEPT-IDX)
                       MOVE "BALANCED" TO RECN-DEPT-STATUS

       WriteReconciliationReport.
           MOVE WS-MMDDYYYY TO RECN-HDR-DATE
           MOVE WS-CYCLE-NO TO RECN-HDR-CYCLE
           MOVE RECN-HEADER-LINE TO RECN-PRINT-REC
           WRITE RECN-PRINT-REC

           MOVE RECN-LINE TO RECN-PRINT-REC
           WRITE RECN-PRINT-REC

           MOVE SPACES TO RECN-LINE
           MOVE "HELD AS OUTLIERS:" TO RECN-LABEL
           MOVE WS-HOLD-COUNT TO RECN-VALUE
           MOVE RECN-LINE TO RECN-PRINT-REC
           WRITE RECN-PRINT-REC

           MOVE SPACES TO RECN-LINE
           MOVE "OUTPUT RESULT RECORDS WRITTEN:" TO RECN-LABEL
           MOVE WS-OUTPUT-COUNT TO RECN-VALUE
           WRITE RECN-PRINT-REC

           MOVE SPACES TO RECN-LINE
           MOVE "EXPECTED OUTPUT (INPUT-REJ-SUSP-HELD):"
               TO RECN-LABEL
           MOVE WS-EXPECTED-OUTPUT-COUNT TO RECN-VALUE
           MOVE RECN-LINE TO RECN-PRINT-REC
           WRITE RECN-PRINT-REC

           MOVE SPACES TO RECN-LINE
           MOVE "SUM OF OUTPUT RESULTS (BASE CURRENCY):"
               TO RECN-LABEL
           MOVE WS-OUTPUT-RESULT-SUM TO RECN-DEC-VALUE
           MOVE RECN-DEC-LINE TO RECN-PRINT-REC
           WRITE RECN-PRINT-REC

           MOVE SPACES TO RECN-LINE
           MOVE "BASE AMOUNTS NOT RE-DERIVABLE:" TO RECN-LABEL
           MOVE WS-CONV-ERROR-COUNT TO RECN-VALUE
           MOVE RECN-LINE TO RECN-PRINT-REC
           WRITE RECN-PRINT-REC

           MOVE SPACES TO RECN-LINE
           MOVE "RECONCILIATION STATUS:" TO RECN-LABEL
           IF WS-EXPECTED-OUTPUT-COUNT = WS-OUTPUT-COUNT
                   AND WS-CONV-ERROR-COUNT = ZEROES
               MOVE "BALANCED" TO RECN-STATUS-TEXT
           ELSE
               MOVE "MISMATCH" TO RECN-STATUS-TEXT
           WRITE RECN-PRINT-REC

           PERFORM WriteDepartmentReconciliation
           PERFORM WriteCurrencyReconciliation
           PERFORM WriteBatchReconciliation.

       WriteCurrencyReconciliation.
           IF WS-CUR-COUNT > ZEROES
               MOVE SPACES TO RECN-PRINT-REC
               WRITE RECN-PRINT-REC
               MOVE RECN-CUR-TITLE-LINE TO RECN-PRINT-REC
               WRITE RECN-PRINT-REC
               PERFORM VARYING CUR-IDX FROM 1 BY 1
                       UNTIL CUR-IDX > WS-CUR-COUNT
                   MOVE WS-CUR-TBL-CODE (CUR-IDX) TO RECN-CUR-CODE
                   MOVE WS-CUR-TBL-RECORDS (CUR-IDX)
                       TO RECN-CUR-RECORDS
                   MOVE WS-CUR-TBL-TXN-SUM (CUR-IDX)
                       TO RECN-CUR-TXN-SUM
                   MOVE WS-CUR-TBL-BASE-SUM (CUR-IDX)
                       TO RECN-CUR-BASE-SUM
                   MOVE WS-CUR-TBL-CONV-ERRS (CUR-IDX)
                       TO RECN-CUR-CONV-ERRS
                   IF WS-CUR-TBL-CONV-ERRS (CUR-IDX) = ZEROES
                       MOVE "BALANCED" TO RECN-CUR-STATUS
                   ELSE
                       MOVE "MISMATCH" TO RECN-CUR-STATUS
                   END-IF
                   MOVE RECN-CUR-LINE TO RECN-PRINT-REC
                   WRITE RECN-PRINT-REC
               END-PERFORM
           END-IF.

      *> Per-batch verdict lines in file order, then the per-system
      *> rollup - the control totals each sending system signs off
      *> against. The rolled-up details and hash cover accepted
