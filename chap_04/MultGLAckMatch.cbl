      *> someone the next morning instead of surfacing at month-end
      *> close. The refreshed log (MULTJLGO) replaces the input
      *> generation, carrying the confirmation flags forward.
      *> Each processing cycle of a day is its own logged batch
      *> (YYYYMMDD-C) and is confirmed by its own ack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> both use the MULTJLG layout - the length here must track
      *> that copybook.
       FD  MULT-JLGO-FILE.
       01  JLGO-REC                    PIC X(51).

       FD  MULT-GACK-FILE.
       COPY MULTGAK.

       01  WS-MMDDYYYY                 PIC 9(8).

      *> A logged batch's full id as the ledger quotes it: the
      *> journal date and the cycle suffix, or the bare date for a
      *> batch logged before cycles were carried.
       01  WS-LOG-BATCH-ID.
           05  WS-LOG-BATCH-DATE       PIC X(8).
           05  WS-LOG-BATCH-SUFFIX     PIC X(2).

       01  WS-BATCH-READ-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-CONFIRMED-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-MISMATCH-COUNT           PIC 9(7) VALUE ZEROES.
           05  WS-ACK-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-ACK-COUNT
                   INDEXED BY ACK-IDX.
               10  WS-ACK-TBL-BATCH-ID     PIC X(10).
               10  WS-ACK-TBL-POSTED       PIC X.
               10  WS-ACK-TBL-LINE-COUNT   PIC 9(9).
               10  WS-ACK-TBL-AMOUNT       PIC 9(13)V99.
           END-IF.

       MatchOneBatch.
           MOVE JLOG-BATCH-ID TO WS-LOG-BATCH-DATE
           MOVE JLOG-BATCH-SUFFIX TO WS-LOG-BATCH-SUFFIX
           MOVE "N" TO WS-ACK-FOUND-SWITCH
           MOVE ZEROES TO WS-ACK-SUB
           IF WS-ACK-COUNT > ZEROES
                   AT END
                       CONTINUE
                   WHEN WS-ACK-TBL-BATCH-ID (ACK-IDX)
                           = WS-LOG-BATCH-ID
                       SET WS-ACK-FOUND TO TRUE
                       SET WS-ACK-SUB TO ACK-IDX
               END-SEARCH
           END-IF

           MOVE WS-LOG-BATCH-ID TO GKR-DTL-BATCH-ID
           MOVE JLOG-JOURNAL-DATE TO GKR-DTL-JOURNAL-DATE
           MOVE JLOG-LINE-COUNT TO GKR-DTL-COUNT
           MOVE JLOG-AMOUNT-TOTAL TO GKR-DTL-AMOUNT
