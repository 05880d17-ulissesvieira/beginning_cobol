      *> supplied. The master is opened OUTPUT - whatever was in it
      *> is gone, replaced by the reload. Keys are assigned exactly
      *> as MultResultLoad assigns them (input-order sequence per
      *> run date and cycle, numbering resuming when one reappears
      *> later in the input, as it does in an interleaved catch-up
      *> generation), so a rebuilt master is identical to one built
      *> a cycle at a time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY MULTRMS.

       WORKING-STORAGE SECTION.
       COPY MULTBCY.
       01  WS-RMST-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".

       01  WS-PREV-RUN-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-PREV-CYCLE-NO            PIC 9 VALUE ZERO.
       01  WS-SEQ-NO                   PIC 9(5) VALUE ZEROES.
      *> Processing cycle of the record in hand - a space on a
      *> generation written before cycles were carried is cycle 1.
       01  WS-SEQ-CYCLE-NO             PIC 9 VALUE 1.

      *> Per-run-date sequence counters, mirroring MultResultLoad:
      *> numbering resumes when a date reappears, so the rebuilt
      *> generation. WS-PREV-RUN-DATE stays for the concatenation
      *> checks only.
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

       01  WS-LOADED-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-OUTOFORDER-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-DOUBLED-COUNT            PIC 9(7) VALUE ZEROES.

      *> Image of the first record of the current run date and
      *> cycle - the length must track MULTOUT. Duplicate detection
      *> in the multiply step guarantees one generation never
      *> carries two identical result records, so the first
      *> record's image recurring within the same run date and
      *> cycle can only mean that generation was concatenated
      *> twice back to back - a doubling
      *> the date and key checks alone cannot see, because the
      *> second copy just keeps sequencing under the same date.
       01  WS-DATE-FIRST-REC           PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       RebuildResultsMaster.
           STOP RUN.

      *> The generations must be concatenated oldest first, one per
      *> run date and cycle, cycles of a date in cycle order. Three
      *> mis-concatenation signs are checked: a run date and cycle
      *> lower than the one before it (out of order), a
      *> duplicate key (a generation doubled with another date in
      *> between), and the first record of a run date and cycle
      *> recurring within it (the same generation doubled back to
      *> back). Any of them ends the job with return code 4 so the
      *> operator checks the JCL before trusting the rebuilt master.
       RebuildOneResult.
           PERFORM NextSeqForRunDate
           IF MULT-RUN-DATE NOT = WS-PREV-RUN-DATE
                   OR WS-SEQ-CYCLE-NO NOT = WS-PREV-CYCLE-NO
               IF MULT-RUN-DATE < WS-PREV-RUN-DATE
                       OR (MULT-RUN-DATE = WS-PREV-RUN-DATE
                           AND WS-SEQ-CYCLE-NO < WS-PREV-CYCLE-NO)
                   ADD 1 TO WS-OUTOFORDER-COUNT
               END-IF
               MOVE MULT-RUN-DATE TO WS-PREV-RUN-DATE
               MOVE WS-SEQ-CYCLE-NO TO WS-PREV-CYCLE-NO
               MOVE MULT-RESULT-REC TO WS-DATE-FIRST-REC
           ELSE
               IF MULT-RESULT-REC = WS-DATE-FIRST-REC
                   ADD 1 TO WS-DOUBLED-COUNT
               END-IF
           END-IF

           MOVE MULT-RUN-DATE TO RMST-RUN-DATE
           MOVE WS-SEQ-CYCLE-NO TO RMST-CYCLE-NO
           MOVE MULT-ITEM-CODE TO RMST-ITEM-CODE
           MOVE WS-SEQ-NO TO RMST-SEQ-NO
           MOVE MULT-DEPT-CODE TO RMST-DEPT-CODE
           MOVE MULT-RESULT TO RMST-RESULT
           MOVE "N" TO RMST-REVERSED-FLAG
           MOVE ZEROES TO RMST-REVERSAL-DATE
      *> A result written before currencies were carried is a
      *> base-currency amount converted at 1.
           IF MULT-CURRENCY = SPACES
               MOVE MULT-BASE-CURRENCY TO RMST-CURRENCY
               MOVE 1 TO RMST-EXCH-RATE
               MOVE MULT-RESULT TO RMST-BASE-RESULT
           ELSE
               MOVE MULT-CURRENCY TO RMST-CURRENCY
               MOVE MULT-EXCH-RATE TO RMST-EXCH-RATE
               MOVE MULT-BASE-RESULT TO RMST-BASE-RESULT
           END-IF
      *> A result written before fiscal periods were carried posted
      *> to its run date's calendar month, never as an adjustment.
           IF MULT-POST-PERIOD IS NOT NUMERIC
               MOVE MULT-RUN-DATE (1:6) TO RMST-POST-PERIOD
               MOVE "N" TO RMST-PPA-FLAG
           ELSE
               MOVE MULT-POST-PERIOD TO RMST-POST-PERIOD
               IF MULT-PRIOR-PERIOD-ADJ
                   MOVE "Y" TO RMST-PPA-FLAG
               ELSE
                   MOVE "N" TO RMST-PPA-FLAG
               END-IF
           END-IF
           MOVE ZEROES TO RMST-RVSL-PERIOD
           MOVE "N" TO RMST-RVSL-PPA-FLAG

           WRITE MULT-RESULT-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      *> Next sequence number for the run date and cycle in the
      *> record area - the same derivation MultResultLoad uses, or
      *> the rebuilt master would not match one built a cycle at a
      *> time.
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

       END PROGRAM MultResultRebuild.
