      *> concatenates the retained generations oldest first on the
      *> MULTOUT DD, exactly as the rebuild job does; keys are
      *> derived exactly as MultResultLoad assigns them (input-order
      *> sequence per run date and cycle, numbering RESUMING when
      *> one reappears later in the input, as it does on a catch-up
      *> run's interleaved MULTOUT), so a master built a cycle at a
      *> time and the generations feeding it should agree record
      *> for record. Three classes of drift are
      *> reported: result records missing from the master, master
       01  WS-MMDDYYYY                 PIC 9(8).

       01  WS-SEQ-NO                   PIC 9(5) VALUE ZEROES.
      *> Processing cycle of the record in hand - a space on a
      *> generation written before cycles were carried is cycle 1.
       01  WS-SEQ-CYCLE-NO             PIC 9 VALUE 1.

      *> Per-run-date sequence counters, mirroring MultResultLoad:
      *> one entry per distinct run date, carrying the last sequence
      *> number assigned under it, so numbering resumes when a date
      *> reappears and the derived keys match the load's exactly.
       01  WS-SEQDT-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-SEQDT-TABLE-MAX          PIC 9(3) VALUE 999.
       01  WS-SEQDT-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-SEQDT-TABLE.
           05  WS-SEQDT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-SEQDT-COUNT
                   INDEXED BY SEQDT-IDX.
               10  WS-SEQDT-RUN-DATE   PIC 9(8).
               10  WS-SEQDT-CYCLE-NO   PIC 9.
               10  WS-SEQDT-LAST-SEQ   PIC 9(5).

       01  WS-RESULT-READ-COUNT        PIC 9(7) VALUE ZEROES.
      *> than none.
       01  WS-CHECK-KEY.
           05  WS-CHECK-RUN-DATE       PIC 9(8).
           05  WS-CHECK-CYCLE-NO       PIC 9.
           05  WS-CHECK-ITEM-CODE      PIC X(8).
           05  WS-CHECK-SEQ-NO         PIC 9(5).
       01  WS-KEY-TABLE-MAX            PIC 9(5) VALUE 20000.
                   INDEXED BY KEY-IDX.
               10  WS-KEY-TBL-KEY.
                   15  WS-KEY-TBL-RUN-DATE PIC 9(8).
                   15  WS-KEY-TBL-CYCLE    PIC 9.
                   15  WS-KEY-TBL-ITEM     PIC X(8).
                   15  WS-KEY-TBL-SEQ      PIC 9(5).

           PERFORM NextSeqForRunDate

           MOVE MULT-RUN-DATE TO WS-CHECK-RUN-DATE
           MOVE WS-SEQ-CYCLE-NO TO WS-CHECK-CYCLE-NO
           MOVE MULT-ITEM-CODE TO WS-CHECK-ITEM-CODE
           MOVE WS-SEQ-NO TO WS-CHECK-SEQ-NO
           PERFORM AddKeyToTable

           MOVE WS-CHECK-RUN-DATE TO RMST-RUN-DATE
           MOVE WS-CHECK-CYCLE-NO TO RMST-CYCLE-NO
           MOVE WS-CHECK-ITEM-CODE TO RMST-ITEM-CODE
           MOVE WS-CHECK-SEQ-NO TO RMST-SEQ-NO
           READ MULT-RMST-FILE
                   END-IF
           END-READ.

      *> Next sequence number for the run date and cycle in the
      *> record area -
      *> the same derivation MultResultLoad uses, or the comparison
      *> would manufacture drift of its own.
       NextSeqForRunDate.
           IF MULT-CYCLE-NO IS NUMERIC
                   AND MULT-CYCLE-NO > ZERO
               MOVE MULT-CYCLE-NO TO WS-SEQ-CYCLE-NO
           ELSE
               MOVE 1 TO WS-SEQ-CYCLE-NO
           END-IF
           MOVE ZEROES TO WS-SEQDT-SUB
           IF WS-SEQDT-COUNT > ZEROES
               SET SEQDT-IDX TO 1
                       CONTINUE
                   WHEN WS-SEQDT-RUN-DATE (SEQDT-IDX)
                           = MULT-RUN-DATE
                           AND WS-SEQDT-CYCLE-NO (SEQDT-IDX)
                               = WS-SEQ-CYCLE-NO
                       SET WS-SEQDT-SUB TO SEQDT-IDX
               END-SEARCH
           END-IF
               MOVE WS-SEQDT-COUNT TO WS-SEQDT-SUB
               MOVE MULT-RUN-DATE
                   TO WS-SEQDT-RUN-DATE (WS-SEQDT-SUB)
               MOVE WS-SEQ-CYCLE-NO
                   TO WS-SEQDT-CYCLE-NO (WS-SEQDT-SUB)
               MOVE ZEROES TO WS-SEQDT-LAST-SEQ (WS-SEQDT-SUB)
           END-IF
           ADD 1 TO WS-SEQDT-LAST-SEQ (WS-SEQDT-SUB)
               ON SIZE ERROR
                   DISPLAY "RUN DATE " MULT-RUN-DATE " CYCLE "
                       WS-SEQ-CYCLE-NO " EXCEEDS 99999 RESULTS - "
                       "SEQUENCE RANGE EXHAUSTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-ADD
           MOVE WS-SEQDT-LAST-SEQ (WS-SEQDT-SUB) TO WS-SEQ-NO.

       AddKeyToTable.
       VerifyMasterAgainstResults.
           MOVE "N" TO WS-RMST-EOF-SWITCH
           MOVE ZEROES TO RMST-RUN-DATE
           MOVE ZERO TO RMST-CYCLE-NO
           MOVE LOW-VALUES TO RMST-ITEM-CODE
           MOVE ZEROES TO RMST-SEQ-NO
           START MULT-RMST-FILE KEY >= RMST-KEY

       VerifyOneMasterRecord.
           MOVE RMST-RUN-DATE TO WS-CHECK-RUN-DATE
           MOVE RMST-CYCLE-NO TO WS-CHECK-CYCLE-NO
           MOVE RMST-ITEM-CODE TO WS-CHECK-ITEM-CODE
           MOVE RMST-SEQ-NO TO WS-CHECK-SEQ-NO
           MOVE "N" TO WS-KEY-FOUND-SWITCH

       WriteDriftLine.
           MOVE WS-CHECK-RUN-DATE TO VRP-DRF-RUN-DATE
           MOVE WS-CHECK-CYCLE-NO TO VRP-DRF-CYCLE-NO
           MOVE WS-CHECK-ITEM-CODE TO VRP-DRF-ITEM-CODE
           MOVE WS-CHECK-SEQ-NO TO VRP-DRF-SEQ-NO
           MOVE VRP-DRIFT-LINE TO VRP-PRINT-REC
