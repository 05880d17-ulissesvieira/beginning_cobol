      *> run that recovered several back-dated batches in one
      *> execution, books each day's totals under the day it belongs
      *> to: one folded record per distinct run date seen.
      *> The processing cycle carried on the same records splits a
      *> date further - an intraday cycle folds as its own record
      *> beside the overnight cycle's, never into it.
      *> Copies the prior master forward, dropping any existing
      *> record for a folded date and cycle so a rerun replaces
      *> rather than doubles it, then appends the folded records.
      *> PARM is the cycle being folded (blank for cycle 1); it is
      *> only used to book an empty cycle's zero row.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> copy-forward; both use the MULTHST layout - the length here
      *> must track that copybook.
       FD  MULT-HSTO-FILE.
       01  HSTO-REC                    PIC X(43).

       WORKING-STORAGE SECTION.
       01  WS-SUSP-FILE-STATUS         PIC XX VALUE SPACES.
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.

      *> One entry per distinct run date and cycle seen across the
      *> result, reject and suspense files this execution. A normal
      *> cycle folds one entry; a catch-up execution folds one entry
      *> per recovered day. The system date is only the fallback for
      *> a record with no usable date, and for a completely empty
      *> cycle (a cycle in which nothing was sent still gets its
      *> zero row in the master). A record written before cycles
      *> were carried belongs to cycle 1.
       01  WS-PARM-CYCLE-NO            PIC X VALUE SPACE.
       01  WS-CYCLE-NO                 PIC 9 VALUE 1.
       01  WS-TALLY-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-TALLY-CYCLE              PIC X VALUE SPACE.
       01  WS-FOLD-SUB                 PIC 9(3) VALUE ZEROES.
       01  WS-FOLD-TABLE-MAX           PIC 9(3) VALUE 31.
       01  WS-FOLD-COUNT               PIC 9(3) VALUE ZEROES.
                   DEPENDING ON WS-FOLD-COUNT
                   INDEXED BY FOLD-IDX.
               10  WS-FOLD-RUN-DATE        PIC 9(8).
               10  WS-FOLD-CYCLE-NO        PIC 9.
               10  WS-FOLD-CALC-COUNT      PIC 9(7).
               10  WS-FOLD-RESULT-SUM      PIC 9(11)V99.
               10  WS-FOLD-REJECT-COUNT    PIC 9(7).
           05  WS-TH-RESULT-SUM        PIC 9(11)V99.
           05  WS-TH-REJECT-COUNT      PIC 9(7).
           05  WS-TH-SUSPEND-COUNT     PIC 9(7).
           05  WS-TH-CYCLE-NO          PIC 9.

      *> Cycle of the prior master record being copied forward.
       01  WS-HIST-CYCLE-NO            PIC 9 VALUE 1.

       PROCEDURE DIVISION.
       UpdateHistoryMaster.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-CYCLE-NO FROM COMMAND-LINE
           IF WS-PARM-CYCLE-NO IS NUMERIC
                   AND WS-PARM-CYCLE-NO NOT = "0"
               MOVE WS-PARM-CYCLE-NO TO WS-CYCLE-NO
           END-IF

           PERFORM TallyResults
           PERFORM TallyRejects
           PERFORM TallySuspends
           IF WS-FOLD-COUNT = ZEROES
               MOVE WS-SYS-DATE TO WS-TALLY-DATE
               MOVE WS-CYCLE-NO TO WS-TALLY-CYCLE
               PERFORM FindOrAddFoldDate
           END-IF

                   TO WS-TH-REJECT-COUNT
               MOVE WS-FOLD-SUSPEND-COUNT (FOLD-IDX)
                   TO WS-TH-SUSPEND-COUNT
               MOVE WS-FOLD-CYCLE-NO (FOLD-IDX) TO WS-TH-CYCLE-NO
               WRITE HSTO-REC FROM WS-TODAY-HIST-REC
           END-PERFORM

           END-PERFORM
           CLOSE MULT-RESULT-FILE.

      *> The day's result sum is kept in the base currency. A
      *> result written before currencies were carried has no base
      *> amount and was a base-currency Result already.
       TallyOneResult.
           MOVE MULT-RUN-DATE TO WS-TALLY-DATE
           MOVE MULT-CYCLE-NO TO WS-TALLY-CYCLE
           PERFORM FindOrAddFoldDate
           ADD 1 TO WS-FOLD-CALC-COUNT (WS-FOLD-SUB)
           IF MULT-CURRENCY = SPACES
               ADD MULT-RESULT OF MULT-RESULT-REC
                   TO WS-FOLD-RESULT-SUM (WS-FOLD-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - WS-FOLD-RESULT-SUM "
                           "OVERFLOWED FOR RUN DATE " WS-TALLY-DATE
               END-ADD
           ELSE
               ADD MULT-BASE-RESULT
                   TO WS-FOLD-RESULT-SUM (WS-FOLD-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - WS-FOLD-RESULT-SUM "
                           "OVERFLOWED FOR RUN DATE " WS-TALLY-DATE
               END-ADD
           END-IF.

       TallyRejects.
           MOVE "N" TO WS-EOF-SWITCH
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE MULT-REJ-RUN-DATE TO WS-TALLY-DATE
                       MOVE MULT-REJ-CYCLE-NO TO WS-TALLY-CYCLE
                       PERFORM FindOrAddFoldDate
                       ADD 1 TO WS-FOLD-REJECT-COUNT (WS-FOLD-SUB)
               END-READ
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SUSP-SUSP-DATE TO WS-TALLY-DATE
                           MOVE SUSP-CYCLE-NO TO WS-TALLY-CYCLE
                           PERFORM FindOrAddFoldDate
                           ADD 1 TO
                               WS-FOLD-SUSPEND-COUNT (WS-FOLD-SUB)
                   OR WS-TALLY-DATE = ZEROES
               MOVE WS-SYS-DATE TO WS-TALLY-DATE
           END-IF
           IF WS-TALLY-CYCLE IS NOT NUMERIC
                   OR WS-TALLY-CYCLE = "0"
               MOVE "1" TO WS-TALLY-CYCLE
           END-IF
           MOVE ZEROES TO WS-FOLD-SUB
           IF WS-FOLD-COUNT > ZEROES
               SET FOLD-IDX TO 1
                   AT END
                       CONTINUE
                   WHEN WS-FOLD-RUN-DATE (FOLD-IDX) = WS-TALLY-DATE
                           AND WS-FOLD-CYCLE-NO (FOLD-IDX)
                               = WS-TALLY-CYCLE
                       SET WS-FOLD-SUB TO FOLD-IDX
               END-SEARCH
           END-IF
               MOVE WS-FOLD-COUNT TO WS-FOLD-SUB
               MOVE WS-TALLY-DATE
                   TO WS-FOLD-RUN-DATE (WS-FOLD-SUB)
               MOVE WS-TALLY-CYCLE
                   TO WS-FOLD-CYCLE-NO (WS-FOLD-SUB)
               MOVE ZEROES TO WS-FOLD-CALC-COUNT (WS-FOLD-SUB)
               MOVE ZEROES TO WS-FOLD-RESULT-SUM (WS-FOLD-SUB)
               MOVE ZEROES TO WS-FOLD-REJECT-COUNT (WS-FOLD-SUB)

      *> The prior master is optional - the first night after the
      *> feature is installed has none. Any record already carrying
      *> a date and cycle being folded this execution is dropped so
      *> a rerun replaces that cycle rather than doubling it; the
      *> day's other cycles are copied forward untouched.
       CopyMasterForward.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-HSTI-FILE
           END-IF.

       CopyOneMasterRecord.
           IF HIST-CYCLE-NO IS NUMERIC
                   AND HIST-CYCLE-NO > ZERO
               MOVE HIST-CYCLE-NO TO WS-HIST-CYCLE-NO
           ELSE
               MOVE 1 TO WS-HIST-CYCLE-NO
           END-IF
           MOVE ZEROES TO WS-FOLD-SUB
           IF WS-FOLD-COUNT > ZEROES
               SET FOLD-IDX TO 1
                   AT END
                       CONTINUE
                   WHEN WS-FOLD-RUN-DATE (FOLD-IDX) = HIST-RUN-DATE
                           AND WS-FOLD-CYCLE-NO (FOLD-IDX)
                               = WS-HIST-CYCLE-NO
                       SET WS-FOLD-SUB TO FOLD-IDX
               END-SEARCH
           END-IF
