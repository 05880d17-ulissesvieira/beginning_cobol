       01  WS-SEL-ITEM-CODE            PIC X(8) VALUE SPACES.

       01  WS-MATCH-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-LOOKUP-CYCLE-NO          PIC 99 VALUE ZEROES.

       COPY MULTLRP.

               STOP RUN
           END-IF.

      *> Position at the first record for the requested date and
      *> read forward until the key leaves it - a handful of reads
      *> however large the master grows. The processing cycle sits
      *> between the run date and the item in the key, so a lookup
      *> for one item positions on the item once in each cycle of
      *> the date, and the date's calculations list cycle by cycle.
       RetrieveMatches.
           IF WS-SEL-ITEM-CODE = SPACES
               MOVE ZERO TO WS-LOOKUP-CYCLE-NO
               PERFORM RetrieveCycleMatches
           ELSE
               PERFORM VARYING WS-LOOKUP-CYCLE-NO FROM 1 BY 1
                       UNTIL WS-LOOKUP-CYCLE-NO > 9
                   PERFORM RetrieveCycleMatches
               END-PERFORM
           END-IF.

       RetrieveCycleMatches.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-SEL-RUN-DATE-9 TO RMST-RUN-DATE
           MOVE WS-LOOKUP-CYCLE-NO TO RMST-CYCLE-NO
           IF WS-SEL-ITEM-CODE = SPACES
               MOVE LOW-VALUES TO RMST-ITEM-CODE
           ELSE
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           IF WS-SEL-ITEM-CODE NOT = SPACES
                                   AND (RMST-CYCLE-NO
                                       NOT = WS-LOOKUP-CYCLE-NO
                                   OR RMST-ITEM-CODE
                                       NOT = WS-SEL-ITEM-CODE)
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               PERFORM WriteLookupDetailLine
      *> desk never quotes a backed-out number as still posted.
       WriteLookupDetailLine.
           MOVE RMST-ITEM-CODE TO LKR-DTL-ITEM-CODE
           MOVE RMST-CYCLE-NO TO LKR-DTL-CYCLE-NO
           MOVE RMST-SEQ-NO TO LKR-DTL-SEQ-NO
           MOVE RMST-DEPT-CODE TO LKR-DTL-DEPT-CODE
           MOVE RMST-NUM1 TO LKR-DTL-NUM1
