      *> re-derive the first block's keys and silently REWRITE its
      *> master records away. A rerun of this step still reproduces
      *> the same keys and REWRITEs the day's records in place
      *> rather than duplicating them. The processing cycle
      *> (MULT-CYCLE-NO) is part of the key and numbering is kept
      *> separately for each cycle of a date, so a second cycle's
      *> load adds to the date instead of replacing the first
      *> cycle's results.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY MULTRMS.

       WORKING-STORAGE SECTION.
       COPY MULTBCY.
       01  WS-RMST-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".

       01  WS-SEQ-NO                   PIC 9(5) VALUE ZEROES.
      *> Processing cycle of the record in hand - a space on a
      *> generation written before cycles were carried is cycle 1.
       01  WS-SEQ-CYCLE-NO             PIC 9 VALUE 1.
       01  WS-LOADED-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-REPLACED-COUNT           PIC 9(7) VALUE ZEROES.

      *> date seen, carrying the last sequence number assigned under
      *> it, so numbering resumes when a date reappears.
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

       PROCEDURE DIVISION.
           PERFORM NextSeqForRunDate

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
      *> record area: find (or add) the counter and step it. The
      *> cycle is in the key, so an intraday cycle loading on the
      *> same date numbers from 1 without colliding with (and
      *> REWRITING away) the overnight cycle's records. A file with
      *> more distinct run dates and cycles than the table, or a
      *> cycle with more results than the sequence number holds, is
      *> a hard stop - colliding keys would silently replace master
      *> records.
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

       END PROGRAM MultResultLoad.
