               MOVE ZEROES TO WS-ACT-TBL-RESULT-SUM (WS-ACT-SUB)
           END-IF
           ADD 1 TO WS-ACT-TBL-CALC-COUNT (WS-ACT-SUB)
      *> A result written before currencies were carried has no
      *> base amount - its Result is already in base currency.
           IF MULT-CURRENCY = SPACES
               ADD MULT-RESULT OF MULT-RESULT-REC
                   TO WS-ACT-TBL-RESULT-SUM (WS-ACT-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - DEPARTMENT RESULT SUM "
                           "OVERFLOWED FOR DEPT "
                           WS-ACT-TBL-CODE (WS-ACT-SUB)
               END-ADD
           ELSE
               ADD MULT-BASE-RESULT
                   TO WS-ACT-TBL-RESULT-SUM (WS-ACT-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - DEPARTMENT RESULT SUM "
                           "OVERFLOWED FOR DEPT "
                           WS-ACT-TBL-CODE (WS-ACT-SUB)
               END-ADD
           END-IF.

      *> One department's burst file: open its MULB<dept> DD, head
      *> it with the department's name and manager, re-read MULTOUT
           MOVE MULT-NUM2 OF MULT-RESULT-REC TO BRP-DTL-NUM2
           MOVE MULT-RESULT OF MULT-RESULT-REC TO BRP-DTL-RESULT
           MOVE MULT-RUN-DATE TO BRP-DTL-RUN-DATE
           MOVE MULT-CURRENCY TO BRP-DTL-CURRENCY
           IF MULT-CURRENCY = SPACES
               MOVE MULT-RESULT OF MULT-RESULT-REC TO BRP-DTL-BASE
           ELSE
               MOVE MULT-BASE-RESULT TO BRP-DTL-BASE
           END-IF
           MOVE BRP-DETAIL-LINE TO BRP-PRINT-REC
           WRITE BRP-PRINT-REC
           ADD 1 TO WS-LINE-COUNT.
