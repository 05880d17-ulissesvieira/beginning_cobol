       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultBudgetReport.
      *> Department budget-versus-actual report for one month, run
      *> month-to-date during the month and again at month-end, so
      *> department managers see where they stand before close
      *> rather than after. Each department's actual is the total
      *> Result of the month's calculations on the keyed results
      *> master (MULTRMST) up to the as-of date, net of reversed
      *> records - a calculation already backed out by an 'R'
      *> reversal on or before the as-of date is left out, and
      *> counted. That actual is compared with the monthly budget
      *> on the department budget file (MULTBDGT, maintained by
      *> MultBudgetMaint) to give the variance amount and percent.
      *> The month-end figure is projected from the run days so far
      *> (the run dates with calculations on the master this month)
      *> - the average per run day carried over the weekdays still
      *> to come in the month; on a month-end run the projection is
      *> the actual. A department is flagged at WARNING once its
      *> actual reaches its warning percentage of budget, OVER
      *> BUDGET once it passes the budget, PROJ OVER when only the
      *> projection passes it, and NO BUDGET when it has activity
      *> but no budget line. Names come from the department master
      *> (MULTDEPT) where it has them.
      *> PARM: YYYYMMDD = month-to-date as of that date; YYYYMM =
      *> month-end for that month; omitted or invalid = month-to-
      *> date as of today.
      *> Return codes: 0 = every department within budget (a
      *> projection alone does not raise it), 4 = a department at
      *> its warning level or posting without a budget, 8 = a
      *> department over budget, 16 = a working-storage table is
      *> full or the results master cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-BDGT-FILE ASSIGN TO "MULTBDGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDGT-FILE-STATUS.

           SELECT MULT-DEPT-FILE ASSIGN TO "MULTDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT MULT-RMST-FILE ASSIGN TO "MULTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMST-KEY
               FILE STATUS IS WS-RMST-FILE-STATUS.

           SELECT BUDGET-RPT-FILE ASSIGN TO "MULTBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-BDGT-FILE.
       COPY MULTBGT.

       FD  MULT-DEPT-FILE.
       COPY MULTDPT.

       FD  MULT-RMST-FILE.
       COPY MULTRMS.

       FD  BUDGET-RPT-FILE.
       01  BDR-PRINT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BDGT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DEPT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RMST-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".
       01  WS-MONTH-END-SWITCH         PIC X VALUE "N".
           88  WS-MONTH-END-RUN             VALUE "Y".
       01  WS-PARM-SWITCH              PIC X VALUE "N".
           88  WS-PARM-VALID                VALUE "Y".

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.

       01  WS-MMDDYYYY                 PIC 9(8).

       01  WS-PARM-DATE                PIC X(8).
       01  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE.
           05  WS-PARM-YYYY            PIC 9(4).
           05  WS-PARM-MM              PIC 99.
           05  WS-PARM-DD              PIC 99.
       01  WS-PARM-DATE-X REDEFINES WS-PARM-DATE.
           05  WS-PARM-YYYYMM-X        PIC X(6).
           05  WS-PARM-DD-X            PIC XX.

      *> The report month and the as-of date within it, and the
      *> month's first and last days as day numbers so the weekdays
      *> still to come can be counted.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YYYY           PIC 9(4).
           05  WS-AS-OF-MM             PIC 99.
           05  WS-AS-OF-DD             PIC 99.
       01  WS-REPORT-MONTH             PIC 9(6) VALUE ZEROES.
       01  WS-MONTH-START              PIC 9(8) VALUE ZEROES.
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05  WS-MST-YYYY             PIC 9(4).
           05  WS-MST-MM               PIC 99.
           05  WS-MST-DD               PIC 99.
       01  WS-NEXT-MONTH-START         PIC 9(8) VALUE ZEROES.
       01  WS-NEXT-MONTH-START-R REDEFINES WS-NEXT-MONTH-START.
           05  WS-NMS-YYYY             PIC 9(4).
           05  WS-NMS-MM               PIC 99.
           05  WS-NMS-DD               PIC 99.
       01  WS-MONTH-START-INT          PIC 9(7) VALUE ZEROES.
       01  WS-NEXT-MONTH-INT           PIC 9(7) VALUE ZEROES.
       01  WS-AS-OF-INT                PIC 9(7) VALUE ZEROES.
       01  WS-DAY-INT                  PIC 9(7) VALUE ZEROES.
       01  WS-DAY-OF-WEEK              PIC 9 VALUE ZEROES.
       01  WS-MONTH-DAYS               PIC 99 VALUE ZEROES.
       01  WS-REMAINING-WEEKDAYS       PIC 99 VALUE ZEROES.

       01  WS-LAST-RUN-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-RUN-DAYS                 PIC 99 VALUE ZEROES.
       01  WS-CALC-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZEROES.

       01  WS-OVER-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-WARNING-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-PROJ-OVER-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-NO-BUDGET-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-FINAL-RC                 PIC 99 VALUE ZEROES.

       01  WS-VARIANCE                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-VARIANCE-PCT             PIC S9(4)V99 VALUE ZEROES.
       01  WS-WARN-LEVEL               PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOT-BUDGET               PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-ACTUAL               PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-PROJECTED            PIC S9(11)V99 VALUE ZEROES.

      *> One entry per department with a budget or with activity
      *> this month, held in department order as entries are added
      *> so the report prints in sequence without a sort step.
       01  WS-SEARCH-DEPT-CODE         PIC X(4) VALUE SPACES.
       01  WS-FOUND-SUB                PIC 9(5) VALUE ZEROES.
       01  WS-INSERT-SUB               PIC 9(5) VALUE ZEROES.
       01  WS-MOVE-SUB                 PIC 9(5) VALUE ZEROES.
       01  WS-DEPT-TABLE-MAX           PIC 9(5) VALUE 100.
       01  WS-DEPT-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DEPT-COUNT
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-TBL-CODE        PIC X(4).
               10  WS-DEPT-TBL-NAME        PIC X(20).
               10  WS-DEPT-TBL-BUDGETED    PIC X.
               10  WS-DEPT-TBL-BUDGET      PIC S9(11)V99.
               10  WS-DEPT-TBL-WARN-PCT    PIC 9(3).
               10  WS-DEPT-TBL-ACTUAL      PIC S9(11)V99.
               10  WS-DEPT-TBL-PROJECTED   PIC S9(11)V99.
               10  WS-DEPT-TBL-STATUS      PIC X(14).

       COPY MULTBDR.

       PROCEDURE DIVISION.
       ReportBudgets.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-MM TO WS-MMDDYYYY(1:2)
           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)

           PERFORM DetermineReportMonth
           PERFORM LoadBudgets

           OPEN INPUT MULT-RMST-FILE
           IF WS-RMST-FILE-STATUS NOT = "00"
               DISPLAY "RESULTS MASTER OPEN FAILED - STATUS "
                   WS-RMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AccumulateActuals
           CLOSE MULT-RMST-FILE

           PERFORM LoadDeptNames

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               PERFORM JudgeOneDept
           END-PERFORM

           IF WS-OVER-COUNT > ZEROES
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-WARNING-COUNT > ZEROES
                       OR WS-NO-BUDGET-COUNT > ZEROES
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF

           OPEN OUTPUT BUDGET-RPT-FILE
           PERFORM WriteReport
           CLOSE BUDGET-RPT-FILE

           DISPLAY "BUDGET REPORT " WS-REPORT-MONTH " AS OF "
               WS-AS-OF-DATE " - OVER: " WS-OVER-COUNT
               " WARNING: " WS-WARNING-COUNT
               " NO BUDGET: " WS-NO-BUDGET-COUNT

           MOVE WS-FINAL-RC TO RETURN-CODE

           STOP RUN.

      *> A PARM month (YYYYMM) is a month-end run as of its last
      *> day; a PARM date (YYYYMMDD) or today is month-to-date,
      *> becoming a month-end run when the date is the month's last
      *> day.
       DetermineReportMonth.
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE
           IF WS-PARM-DATE IS NUMERIC
               IF WS-PARM-MM >= 1 AND WS-PARM-MM <= 12
                       AND WS-PARM-DD >= 1
                   SET WS-PARM-VALID TO TRUE
                   MOVE WS-PARM-DATE-9 TO WS-AS-OF-DATE
               END-IF
           ELSE
               IF WS-PARM-YYYYMM-X IS NUMERIC
                       AND WS-PARM-DD-X = SPACES
                   IF WS-PARM-MM >= 1 AND WS-PARM-MM <= 12
                       SET WS-PARM-VALID TO TRUE
                       SET WS-MONTH-END-RUN TO TRUE
                       MOVE WS-PARM-YYYYMM-X TO WS-AS-OF-DATE(1:6)
                       MOVE 01 TO WS-AS-OF-DD
                   END-IF
               END-IF
           END-IF
           IF NOT WS-PARM-VALID
               IF WS-PARM-DATE NOT = SPACES
                   DISPLAY "PARM " WS-PARM-DATE
                       " IS NOT YYYYMMDD OR YYYYMM"
                       " - REPORTING MONTH-TO-DATE AS OF TODAY"
               END-IF
               MOVE WS-SYS-DATE TO WS-AS-OF-DATE
           END-IF

           MOVE WS-AS-OF-YYYY TO WS-MST-YYYY
           MOVE WS-AS-OF-MM TO WS-MST-MM
           MOVE 01 TO WS-MST-DD
           MOVE WS-MST-YYYY TO WS-NMS-YYYY
           MOVE WS-MST-MM TO WS-NMS-MM
           MOVE 01 TO WS-NMS-DD
           IF WS-NMS-MM = 12
               MOVE 1 TO WS-NMS-MM
               ADD 1 TO WS-NMS-YYYY
           ELSE
               ADD 1 TO WS-NMS-MM
           END-IF
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
           COMPUTE WS-MONTH-DAYS =
               WS-NEXT-MONTH-INT - WS-MONTH-START-INT
           COMPUTE WS-REPORT-MONTH = WS-MONTH-START / 100

           IF WS-MONTH-END-RUN OR WS-AS-OF-DD >= WS-MONTH-DAYS
               SET WS-MONTH-END-RUN TO TRUE
               MOVE WS-MONTH-DAYS TO WS-AS-OF-DD
           END-IF

           MOVE ZEROES TO WS-REMAINING-WEEKDAYS
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           PERFORM VARYING WS-DAY-INT FROM WS-AS-OF-INT BY 1
                   UNTIL WS-DAY-INT >= WS-NEXT-MONTH-INT
               IF WS-DAY-INT > WS-AS-OF-INT
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
                   IF WS-DAY-OF-WEEK <= 5
                       ADD 1 TO WS-REMAINING-WEEKDAYS
                   END-IF
               END-IF
           END-PERFORM.

      *> A missing budget file is reported, not fatal: every
      *> department with activity then shows as NO BUDGET.
       LoadBudgets.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-BDGT-FILE
           IF WS-BDGT-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-BDGT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE BGT-DEPT-CODE TO WS-SEARCH-DEPT-CODE
                           PERFORM FindOrAddDept
                           MOVE "Y" TO WS-DEPT-TBL-BUDGETED
                               (WS-FOUND-SUB)
                           MOVE BGT-MONTHLY-AMOUNT
                               TO WS-DEPT-TBL-BUDGET (WS-FOUND-SUB)
                           MOVE BGT-WARN-PCT
                               TO WS-DEPT-TBL-WARN-PCT (WS-FOUND-SUB)
                   END-READ
               END-PERFORM
               CLOSE MULT-BDGT-FILE
           ELSE
               DISPLAY "DEPARTMENT BUDGET FILE NOT AVAILABLE - "
                   "STATUS " WS-BDGT-FILE-STATUS
           END-IF.

      *> Position at the first key of the month and read forward to
      *> the as-of date. The master is in run-date order, so each
      *> change of run date is one more run day.
       AccumulateActuals.
           MOVE WS-MONTH-START TO RMST-RUN-DATE
           MOVE ZERO TO RMST-CYCLE-NO
           MOVE LOW-VALUES TO RMST-ITEM-CODE
           MOVE ZEROES TO RMST-SEQ-NO
           MOVE "N" TO WS-EOF-SWITCH
           START MULT-RMST-FILE KEY >= RMST-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ MULT-RMST-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RMST-RUN-DATE > WS-AS-OF-DATE
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM AccumulateOneResult
                       END-IF
               END-READ
           END-PERFORM.

      *> A reversal processed after the as-of date had not yet
      *> backed the calculation out, so a rerun for an earlier date
      *> reproduces the figures that date reported.
       AccumulateOneResult.
           IF RMST-RUN-DATE NOT = WS-LAST-RUN-DATE
               MOVE RMST-RUN-DATE TO WS-LAST-RUN-DATE
               ADD 1 TO WS-RUN-DAYS
           END-IF
           IF RMST-REVERSED-FLAG = "Y"
                   AND RMST-REVERSAL-DATE <= WS-AS-OF-DATE
               ADD 1 TO WS-REVERSED-COUNT
           ELSE
               ADD 1 TO WS-CALC-COUNT
               MOVE RMST-DEPT-CODE TO WS-SEARCH-DEPT-CODE
               PERFORM FindOrAddDept
      *> Budgets are set in the base currency. A master record
      *> loaded before currencies were carried is one already.
               IF RMST-CURRENCY = SPACES
                       OR RMST-BASE-RESULT IS NOT NUMERIC
                   ADD RMST-RESULT
                       TO WS-DEPT-TBL-ACTUAL (WS-FOUND-SUB)
               ELSE
                   ADD RMST-BASE-RESULT
                       TO WS-DEPT-TBL-ACTUAL (WS-FOUND-SUB)
               END-IF
           END-IF.

      *> Find the department, or open a slot for it in code order.
       FindOrAddDept.
           MOVE ZEROES TO WS-FOUND-SUB
           MOVE ZEROES TO WS-INSERT-SUB
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
                       OR WS-FOUND-SUB > ZEROES
                       OR WS-INSERT-SUB > ZEROES
               IF WS-DEPT-TBL-CODE (DEPT-IDX) = WS-SEARCH-DEPT-CODE
                   SET WS-FOUND-SUB TO DEPT-IDX
               ELSE
                   IF WS-DEPT-TBL-CODE (DEPT-IDX)
                           > WS-SEARCH-DEPT-CODE
                       SET WS-INSERT-SUB TO DEPT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZEROES
               IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
                   DISPLAY "BUDGET REPORT COVERS MORE THAN "
                       WS-DEPT-TABLE-MAX " DEPARTMENTS - "
                       "INCREASE WS-DEPT-TABLE-MAX"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               IF WS-INSERT-SUB = ZEROES
                   MOVE WS-DEPT-COUNT TO WS-INSERT-SUB
               ELSE
                   PERFORM VARYING WS-MOVE-SUB FROM WS-DEPT-COUNT
                           BY -1 UNTIL WS-MOVE-SUB <= WS-INSERT-SUB
                       MOVE WS-DEPT-ENTRY (WS-MOVE-SUB - 1)
                           TO WS-DEPT-ENTRY (WS-MOVE-SUB)
                   END-PERFORM
               END-IF
               MOVE WS-INSERT-SUB TO WS-FOUND-SUB
               MOVE WS-SEARCH-DEPT-CODE
                   TO WS-DEPT-TBL-CODE (WS-FOUND-SUB)
               MOVE SPACES TO WS-DEPT-TBL-NAME (WS-FOUND-SUB)
               MOVE "N" TO WS-DEPT-TBL-BUDGETED (WS-FOUND-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-BUDGET (WS-FOUND-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-WARN-PCT (WS-FOUND-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-ACTUAL (WS-FOUND-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-PROJECTED (WS-FOUND-SUB)
               MOVE SPACES TO WS-DEPT-TBL-STATUS (WS-FOUND-SUB)
           END-IF.

      *> Names only - the master adds no departments to the report.
       LoadDeptNames.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-DEPT-FILE
           IF WS-DEPT-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-DEPT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                                   UNTIL DEPT-IDX > WS-DEPT-COUNT
                               IF WS-DEPT-TBL-CODE (DEPT-IDX)
                                       = DEPT-CODE
                                   MOVE DEPT-NAME
                                       TO WS-DEPT-TBL-NAME (DEPT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE MULT-DEPT-FILE
           END-IF.

      *> The projection carries the average per run day so far over
      *> the weekdays left in the month. With no run day yet there
      *> is nothing to project from.
       JudgeOneDept.
           IF WS-MONTH-END-RUN
               MOVE WS-DEPT-TBL-ACTUAL (DEPT-IDX)
                   TO WS-DEPT-TBL-PROJECTED (DEPT-IDX)
           ELSE
               IF WS-RUN-DAYS > ZEROES
                   COMPUTE WS-DEPT-TBL-PROJECTED (DEPT-IDX) ROUNDED =
                       WS-DEPT-TBL-ACTUAL (DEPT-IDX)
                       * (WS-RUN-DAYS + WS-REMAINING-WEEKDAYS)
                       / WS-RUN-DAYS
               ELSE
                   MOVE ZEROES TO WS-DEPT-TBL-PROJECTED (DEPT-IDX)
               END-IF
           END-IF
           COMPUTE WS-WARN-LEVEL =
               WS-DEPT-TBL-BUDGET (DEPT-IDX)
               * WS-DEPT-TBL-WARN-PCT (DEPT-IDX) / 100
           EVALUATE TRUE
               WHEN WS-DEPT-TBL-BUDGETED (DEPT-IDX) NOT = "Y"
                   MOVE "NO BUDGET" TO WS-DEPT-TBL-STATUS (DEPT-IDX)
                   ADD 1 TO WS-NO-BUDGET-COUNT
               WHEN WS-DEPT-TBL-ACTUAL (DEPT-IDX)
                       > WS-DEPT-TBL-BUDGET (DEPT-IDX)
                   MOVE "OVER BUDGET" TO WS-DEPT-TBL-STATUS (DEPT-IDX)
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-DEPT-TBL-ACTUAL (DEPT-IDX) > ZEROES
                       AND WS-DEPT-TBL-ACTUAL (DEPT-IDX)
                           >= WS-WARN-LEVEL
                   MOVE "WARNING" TO WS-DEPT-TBL-STATUS (DEPT-IDX)
                   ADD 1 TO WS-WARNING-COUNT
               WHEN WS-DEPT-TBL-PROJECTED (DEPT-IDX)
                       > WS-DEPT-TBL-BUDGET (DEPT-IDX)
                   MOVE "PROJ OVER" TO WS-DEPT-TBL-STATUS (DEPT-IDX)
                   ADD 1 TO WS-PROJ-OVER-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-DEPT-TBL-STATUS (DEPT-IDX)
           END-EVALUATE.

       WriteReport.
           MOVE WS-MMDDYYYY TO BDR-HDR-DATE
           MOVE WS-REPORT-MONTH TO BDR-HDR-MONTH
           MOVE WS-AS-OF-DATE TO BDR-HDR-AS-OF
           IF WS-MONTH-END-RUN
               MOVE "MONTH-END" TO BDR-HDR-MODE
           ELSE
               MOVE "MONTH-TO-DATE" TO BDR-HDR-MODE
           END-IF
           MOVE BDR-HEADER-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           MOVE WS-RUN-DAYS TO BDR-RDY-RUN-DAYS
           MOVE WS-REMAINING-WEEKDAYS TO BDR-RDY-REMAINING
           MOVE WS-MONTH-DAYS TO BDR-RDY-MONTH-DAYS
           MOVE BDR-RUNDAY-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           MOVE BDR-COLUMN-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-TBL-CODE (DEPT-IDX) TO BDR-DTL-DEPT
               MOVE WS-DEPT-TBL-NAME (DEPT-IDX) TO BDR-DTL-NAME
               MOVE WS-DEPT-TBL-STATUS (DEPT-IDX) TO BDR-DTL-STATUS
               PERFORM WriteDetailLine
               ADD WS-DEPT-TBL-BUDGET (DEPT-IDX) TO WS-TOT-BUDGET
               ADD WS-DEPT-TBL-ACTUAL (DEPT-IDX) TO WS-TOT-ACTUAL
               ADD WS-DEPT-TBL-PROJECTED (DEPT-IDX)
                   TO WS-TOT-PROJECTED
           END-PERFORM

           MOVE "0" TO BDR-DTL-CTRL
           MOVE "ALL" TO BDR-DTL-DEPT
           MOVE "TOTAL" TO BDR-DTL-NAME
           MOVE SPACES TO BDR-DTL-STATUS
           COMPUTE WS-VARIANCE = WS-TOT-ACTUAL - WS-TOT-BUDGET
           MOVE ZEROES TO WS-VARIANCE-PCT
           IF WS-TOT-BUDGET NOT = ZEROES
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-TOT-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-VARIANCE-PCT
               END-COMPUTE
           END-IF
           MOVE WS-TOT-BUDGET TO BDR-DTL-BUDGET
           MOVE WS-TOT-ACTUAL TO BDR-DTL-ACTUAL
           MOVE WS-VARIANCE TO BDR-DTL-VARIANCE
           MOVE WS-VARIANCE-PCT TO BDR-DTL-PCT
           MOVE WS-TOT-PROJECTED TO BDR-DTL-PROJECTED
           MOVE BDR-DETAIL-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC
           MOVE SPACE TO BDR-DTL-CTRL

           MOVE "0" TO BDR-CNT-CTRL
           MOVE "DEPARTMENTS REPORTED:" TO BDR-CNT-LABEL
           MOVE WS-DEPT-COUNT TO BDR-CNT-VALUE
           MOVE BDR-COUNT-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC
           MOVE SPACE TO BDR-CNT-CTRL

           MOVE "DEPARTMENTS OVER BUDGET:" TO BDR-CNT-LABEL
           MOVE WS-OVER-COUNT TO BDR-CNT-VALUE
           MOVE BDR-COUNT-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           MOVE "DEPARTMENTS AT WARNING LEVEL:" TO BDR-CNT-LABEL
           MOVE WS-WARNING-COUNT TO BDR-CNT-VALUE
           MOVE BDR-COUNT-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           MOVE "DEPARTMENTS PROJECTED OVER BUDGET:"
               TO BDR-CNT-LABEL
           MOVE WS-PROJ-OVER-COUNT TO BDR-CNT-VALUE
           MOVE BDR-COUNT-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           MOVE "DEPARTMENTS POSTING WITHOUT A BUDGET:"
               TO BDR-CNT-LABEL
           MOVE WS-NO-BUDGET-COUNT TO BDR-CNT-VALUE
           MOVE BDR-COUNT-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           MOVE "CALCULATIONS COUNTED:" TO BDR-CNT-LABEL
           MOVE WS-CALC-COUNT TO BDR-CNT-VALUE
           MOVE BDR-COUNT-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           MOVE "REVERSED CALCULATIONS LEFT OUT:" TO BDR-CNT-LABEL
           MOVE WS-REVERSED-COUNT TO BDR-CNT-VALUE
           MOVE BDR-COUNT-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC

           EVALUATE WS-FINAL-RC
               WHEN 8
                   MOVE "DEPARTMENT OVER BUDGET" TO BDR-VRD-TEXT
               WHEN 4
                   MOVE "DEPARTMENT NEEDS ATTENTION" TO BDR-VRD-TEXT
               WHEN OTHER
                   MOVE "ALL WITHIN BUDGET" TO BDR-VRD-TEXT
           END-EVALUATE
           MOVE "0" TO BDR-VRD-CTRL
           MOVE WS-FINAL-RC TO BDR-VRD-RC
           MOVE BDR-VERDICT-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC.

      *> Variance is actual less budget, so over budget is positive.
       WriteDetailLine.
           COMPUTE WS-VARIANCE = WS-DEPT-TBL-ACTUAL (DEPT-IDX)
               - WS-DEPT-TBL-BUDGET (DEPT-IDX)
           MOVE ZEROES TO WS-VARIANCE-PCT
           IF WS-DEPT-TBL-BUDGET (DEPT-IDX) NOT = ZEROES
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-DEPT-TBL-BUDGET (DEPT-IDX)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-VARIANCE-PCT
               END-COMPUTE
           END-IF
           MOVE WS-DEPT-TBL-BUDGET (DEPT-IDX) TO BDR-DTL-BUDGET
           MOVE WS-DEPT-TBL-ACTUAL (DEPT-IDX) TO BDR-DTL-ACTUAL
           MOVE WS-VARIANCE TO BDR-DTL-VARIANCE
           MOVE WS-VARIANCE-PCT TO BDR-DTL-PCT
           MOVE WS-DEPT-TBL-PROJECTED (DEPT-IDX)
               TO BDR-DTL-PROJECTED
           MOVE BDR-DETAIL-LINE TO BDR-PRINT-REC
           WRITE BDR-PRINT-REC.

       END PROGRAM MultBudgetReport.
