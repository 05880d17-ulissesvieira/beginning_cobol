      *> (NO-GO): no or stale run statistics, multiply step return
      *> code 8 or worse, reconciliation missing or mismatched, or
      *> any reject or suspense record aged past the limit.
      *> Each processing cycle is judged as its own unit from its
      *> own latest statistics row and verdict: the overnight cycle
      *> (1) is always reported and is a no-go when missing or
      *> stale; an intraday cycle (2 upward) is reported when it ran
      *> yesterday or today, and a no-go when its reconciliation is
      *> missing, mismatched or older than its run.
      *> PARM is the exception age limit in days, three digits (for
      *> example PARM='007'); a missing or non-numeric PARM uses
      *> the default.
       01  WS-PARM-AGE                 PIC X(3).
       01  WS-AGE-LIMIT-DAYS           PIC 9(3) VALUE 7.

      *> Each cycle's run-statistics row and verdict: the LAST
      *> record for the cycle on each cumulative file is that
      *> cycle's latest execution. Rows written before cycles were
      *> carried (a space, from the MULTCNVL conversion) are
      *> cycle 1's.
       01  WS-CYC-SUB                  PIC 9(2) VALUE ZEROES.
       01  WS-CYC-MAX                  PIC 9(2) VALUE 9.
       01  WS-READ-CYCLE               PIC 9 VALUE 1.
       01  WS-CYCLE-TABLE.
           05  WS-CYC-ENTRY OCCURS 9 TIMES.
               10  WS-STAT-SEEN-SWITCH     PIC X VALUE "N".
                   88  WS-STAT-SEEN             VALUE "Y".
               10  WS-LS-RUN-DATE          PIC 9(8).
               10  WS-LS-CALC-COUNT        PIC 9(7).
               10  WS-LS-RESTART-FLAG      PIC X.
               10  WS-LS-RETURN-CODE       PIC 99.
               10  WS-RCNV-SEEN-SWITCH     PIC X VALUE "N".
                   88  WS-RCNV-SEEN             VALUE "Y".
               10  WS-VRD-RUN-DATE         PIC 9(8).
               10  WS-VRD-STATUS           PIC X(9).
               10  WS-VRD-REFUSED-BATCHES  PIC 9(3).

      *> Step label naming the cycle, e.g. MULTIPLY (LISTG42) CYCLE 2.
       01  WS-STEP-LABEL.
           05  WS-SL-TEXT              PIC X(21).
           05  FILLER                  PIC X(7) VALUE " CYCLE ".
           05  WS-SL-CYCLE             PIC 9.

       01  WS-REJO-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-REJO-AGED-COUNT          PIC 9(7) VALUE ZEROES.
           MOVE MOR-HEADER-LINE TO MOR-PRINT-REC
           WRITE MOR-PRINT-REC

           PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                   UNTIL WS-CYC-SUB > WS-CYC-MAX
               PERFORM WriteCycleLines
           END-PERFORM
           PERFORM WriteRejectBacklogLines
           PERFORM WriteSuspenseBacklogLines
           PERFORM WriteOverallVerdict
           STOP RUN.

      *> The cumulative statistics file appends one row per
      *> execution, so the last row read for a cycle is that
      *> cycle's run. A missing file, or no row for the overnight
      *> cycle, means the multiply step never ran - the loudest
      *> possible no-go.
       ReadRunStats.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-STAT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM KeepOneStatRow
                   END-READ
               END-PERFORM
               CLOSE MULT-STAT-FILE

      *> The verdict dataset is cumulative like the run statistics
      *> - one appended row per reconciliation run - so read through
      *> to the LAST row per cycle, exactly as ReadRunStats does;
      *> its run date is then checked for staleness the same way the
      *> stat row is.
       ReadReconVerdict.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-RCNV-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM KeepOneVerdict
                   END-READ
               END-PERFORM
               CLOSE MULT-RCNV-FILE
           END-IF.

       KeepOneStatRow.
           IF STAT-CYCLE-NO IS NUMERIC AND STAT-CYCLE-NO > ZERO
               MOVE STAT-CYCLE-NO TO WS-READ-CYCLE
           ELSE
               MOVE 1 TO WS-READ-CYCLE
           END-IF
           SET WS-STAT-SEEN (WS-READ-CYCLE) TO TRUE
           MOVE STAT-RUN-DATE TO WS-LS-RUN-DATE (WS-READ-CYCLE)
           MOVE STAT-CALC-COUNT TO WS-LS-CALC-COUNT (WS-READ-CYCLE)
           MOVE STAT-RESTART-FLAG
               TO WS-LS-RESTART-FLAG (WS-READ-CYCLE)
           MOVE STAT-RETURN-CODE
               TO WS-LS-RETURN-CODE (WS-READ-CYCLE).

       KeepOneVerdict.
           IF RCNV-CYCLE-NO IS NUMERIC AND RCNV-CYCLE-NO > ZERO
               MOVE RCNV-CYCLE-NO TO WS-READ-CYCLE
           ELSE
               MOVE 1 TO WS-READ-CYCLE
           END-IF
           SET WS-RCNV-SEEN (WS-READ-CYCLE) TO TRUE
           MOVE RCNV-RUN-DATE TO WS-VRD-RUN-DATE (WS-READ-CYCLE)
           MOVE RCNV-STATUS TO WS-VRD-STATUS (WS-READ-CYCLE)
           MOVE RCNV-REFUSED-BATCHES
               TO WS-VRD-REFUSED-BATCHES (WS-READ-CYCLE).

      *> The overnight cycle is always on the page. An intraday
      *> cycle is only expected on the days it is scheduled, so it
      *> appears when its latest run is from yesterday or today; an
      *> older intraday row is history, not tonight's concern.
       WriteCycleLines.
           IF WS-CYC-SUB = 1
               PERFORM WriteMultiplyStepLine
               PERFORM WriteReconcileStepLine
           ELSE
               IF WS-STAT-SEEN (WS-CYC-SUB)
                       AND WS-LS-RUN-DATE (WS-CYC-SUB) IS NUMERIC
                       AND WS-LS-RUN-DATE (WS-CYC-SUB) > ZEROES
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE
                           (WS-LS-RUN-DATE (WS-CYC-SUB))
                   IF WS-AGE-DAYS <= 1
                       PERFORM WriteMultiplyStepLine
                       PERFORM WriteReconcileStepLine
                   END-IF
               END-IF
           END-IF.

       CountOutstandingRejects.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-REJO-FILE
      *> itself was clean.
       WriteMultiplyStepLine.
           MOVE SPACES TO MOR-STEP-LINE
           MOVE "MULTIPLY (LISTG42)" TO WS-SL-TEXT
           MOVE WS-CYC-SUB TO WS-SL-CYCLE
           MOVE WS-STEP-LABEL TO MOR-STP-LABEL
           IF NOT WS-STAT-SEEN (WS-CYC-SUB)
               MOVE "MISSING" TO MOR-STP-STATUS
               MOVE "NO RUN STATISTICS RECORDED" TO MOR-STP-DETAIL
               SET WS-NIGHT-NOGO TO TRUE
           ELSE
               IF WS-LS-RUN-DATE (WS-CYC-SUB) IS NUMERIC
                       AND WS-LS-RUN-DATE (WS-CYC-SUB) > ZEROES
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE
                           (WS-LS-RUN-DATE (WS-CYC-SUB))
               ELSE
                   MOVE 99999 TO WS-AGE-DAYS
               END-IF
                       MOVE "LAST RUN IS OLDER THAN YESTERDAY"
                           TO MOR-STP-DETAIL
                       SET WS-NIGHT-NOGO TO TRUE
                   WHEN WS-LS-RETURN-CODE (WS-CYC-SUB) >= 8
                       MOVE "FAILED" TO MOR-STP-STATUS
                       MOVE "RUN REFUSED OR ABENDED - SEE JOB LOG"
                           TO MOR-STP-DETAIL
                       SET WS-NIGHT-NOGO TO TRUE
                   WHEN WS-LS-RETURN-CODE (WS-CYC-SUB) = 4
                       MOVE "EXCEPTIONS" TO MOR-STP-STATUS
                       MOVE "REJECTS, HOLDS AND/OR REFUSED BATCHES"
                           TO MOR-STP-DETAIL
                       SET WS-NIGHT-CAUTION TO TRUE
                   WHEN OTHER
                       MOVE "CLEAN" TO MOR-STP-STATUS
                       MOVE SPACES TO MOR-STP-DETAIL
               END-EVALUATE
               IF WS-LS-RESTART-FLAG (WS-CYC-SUB) = "Y"
                   MOVE "RESTARTED FROM CHECKPOINT"
                       TO MOR-STP-DETAIL
                   SET WS-NIGHT-CAUTION TO TRUE
           END-IF
           MOVE MOR-STEP-LINE TO MOR-PRINT-REC
           WRITE MOR-PRINT-REC
           IF WS-STAT-SEEN (WS-CYC-SUB)
               MOVE SPACES TO MOR-COUNT-LINE
               MOVE "CALCULATIONS PERFORMED:" TO MOR-CNT-LABEL
               MOVE WS-LS-CALC-COUNT (WS-CYC-SUB) TO MOR-CNT-VALUE
               MOVE MOR-COUNT-LINE TO MOR-PRINT-REC
               WRITE MOR-PRINT-REC
           END-IF.

      *> A verdict dated before the cycle's own run belongs to an
      *> earlier execution of the cycle - this run was never
      *> reconciled, so it reads as missing.
       WriteReconcileStepLine.
           MOVE SPACES TO MOR-STEP-LINE
           MOVE "RECONCILE (MULTRECN)" TO WS-SL-TEXT
           MOVE WS-CYC-SUB TO WS-SL-CYCLE
           MOVE WS-STEP-LABEL TO MOR-STP-LABEL
           IF WS-RCNV-SEEN (WS-CYC-SUB)
                   AND WS-VRD-RUN-DATE (WS-CYC-SUB) IS NUMERIC
                   AND WS-VRD-RUN-DATE (WS-CYC-SUB) > ZEROES
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE
                       (WS-VRD-RUN-DATE (WS-CYC-SUB))
           ELSE
      *> An unreadable verdict date reads as ancient - stale, not
      *> quietly current.
               MOVE 99999 TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-RCNV-SEEN (WS-CYC-SUB)
                   MOVE "MISSING" TO MOR-STP-STATUS
                   MOVE "NO VERDICT RECORD - STEP DID NOT RUN"
                       TO MOR-STP-DETAIL
                   SET WS-NIGHT-NOGO TO TRUE
               WHEN WS-STAT-SEEN (WS-CYC-SUB)
                       AND WS-LS-RUN-DATE (WS-CYC-SUB) IS NUMERIC
                       AND WS-VRD-RUN-DATE (WS-CYC-SUB)
                           < WS-LS-RUN-DATE (WS-CYC-SUB)
                   MOVE "MISSING" TO MOR-STP-STATUS
                   MOVE "LAST VERDICT PREDATES THE CYCLE'S RUN"
                       TO MOR-STP-DETAIL
                   SET WS-NIGHT-NOGO TO TRUE
               WHEN WS-AGE-DAYS > 1
                   MOVE "STALE" TO MOR-STP-STATUS
                   MOVE "LAST VERDICT IS OLDER THAN YESTERDAY"
                       TO MOR-STP-DETAIL
                   SET WS-NIGHT-NOGO TO TRUE
               WHEN WS-VRD-STATUS (WS-CYC-SUB) = "BALANCED"
                   MOVE "BALANCED" TO MOR-STP-STATUS
                   MOVE SPACES TO MOR-STP-DETAIL
               WHEN OTHER
           END-EVALUATE
           MOVE MOR-STEP-LINE TO MOR-PRINT-REC
           WRITE MOR-PRINT-REC
           IF WS-RCNV-SEEN (WS-CYC-SUB)
                   AND WS-VRD-REFUSED-BATCHES (WS-CYC-SUB) > ZEROES
               MOVE SPACES TO MOR-COUNT-LINE
               MOVE "BATCHES REFUSED (RETRANSMIT):"
                   TO MOR-CNT-LABEL
               MOVE WS-VRD-REFUSED-BATCHES (WS-CYC-SUB)
                   TO MOR-CNT-VALUE
               MOVE MOR-COUNT-LINE TO MOR-PRINT-REC
               WRITE MOR-PRINT-REC
               SET WS-NIGHT-CAUTION TO TRUE
