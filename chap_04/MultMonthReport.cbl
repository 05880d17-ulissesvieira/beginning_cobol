       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultMonthReport.
      *> Month-end trend report over the cumulative history master
      *> (MULTHST): one line per run day and processing cycle of the
      *> report month showing calculations, result total, rejects
      *> and duplicate suspends, followed by the month's totals and
      *> month-over-month comparison lines against the prior month -
      *> the trend picture management asks for at every month-end
      *> close, without assembling it from daily generations by
      *> hand.
      *> PARM is the report month as YYYYMM; a missing or
      *> non-numeric PARM reports the current month.

               MOVE HIST-RESULT-SUM TO MRP-DAY-RESULT
               MOVE HIST-REJECT-COUNT TO MRP-DAY-REJECTS
               MOVE HIST-SUSPEND-COUNT TO MRP-DAY-SUSP
               IF HIST-CYCLE-NO IS NUMERIC
                   MOVE HIST-CYCLE-NO TO MRP-DAY-CYCLE
               ELSE
                   MOVE "1" TO MRP-DAY-CYCLE
               END-IF
               MOVE MRP-DAY-LINE TO MRP-PRINT-REC
               WRITE MRP-PRINT-REC
               ADD HIST-CALC-COUNT TO WS-MTH-CALC-COUNT
