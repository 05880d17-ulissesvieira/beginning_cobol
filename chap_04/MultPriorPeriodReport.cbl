       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultPriorPeriodReport.
      *> Prior-period adjustment report for one fiscal posting
      *> period, run by the controller before the period is closed
      *> (MultPeriodMaint) so every adjustment it carries has been
      *> seen and signed off. An adjustment is activity dated into
      *> a period already closed - a catch-up batch for a closed
      *> month, or an 'R' reversal of a result that posted in one -
      *> that the multiply step posted to the then-current open
      *> period instead, flagged, so the closed month's figures
      *> never moved. The keyed results master (MULTRMST) carries
      *> both: a result's posting period and adjustment flag, and
      *> the same for the reversal that backed it out. Every result
      *> and every reversal flagged as an adjustment into the
      *> reported period is listed with the date that placed it,
      *> the closed period that date belongs to (from the fiscal
      *> calendar, MULTPER), when it posted and its amounts, with
      *> counts and base-currency totals - results add to the
      *> period, reversals back out of it.
      *> PARM: YYYYPP = the posting period to report; omitted or
      *> invalid = the current open period on the calendar (the
      *> open period holding today, else the earliest open period
      *> after it).
      *> Return codes: 0 = report written (with or without
      *> adjustments), 16 = the results master cannot be opened, no
      *> period can be determined, or the calendar is bigger than
      *> the table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-PER-FILE ASSIGN TO "MULTPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT MULT-RMST-FILE ASSIGN TO "MULTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMST-KEY
               FILE STATUS IS WS-RMST-FILE-STATUS.

           SELECT PPA-RPT-FILE ASSIGN TO "MULTPPRF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-PER-FILE.
       COPY MULTPER.

       FD  MULT-RMST-FILE.
       COPY MULTRMS.

       FD  PPA-RPT-FILE.
       01  PPR-PRINT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PER-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RMST-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".
       01  WS-CALENDAR-SWITCH          PIC X VALUE "N".
           88  WS-CALENDAR-LOADED           VALUE "Y".

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.

       01  WS-MMDDYYYY                 PIC 9(8).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).

       01  WS-PARM-PERIOD              PIC X(8).
       01  WS-PARM-PERIOD-R REDEFINES WS-PARM-PERIOD.
           05  WS-PARM-YYYYPP          PIC 9(6).
           05  WS-PARM-YYYYPP-R REDEFINES WS-PARM-YYYYPP.
               10  WS-PARM-YYYY        PIC 9(4).
               10  WS-PARM-PP          PIC 99.
           05  WS-PARM-REST            PIC XX.

       01  WS-REPORT-PERIOD            PIC 9(6) VALUE ZEROES.
       01  WS-REPORT-STATUS            PIC X(15) VALUE SPACES.
       01  WS-PERIOD-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-PER-BEST-START           PIC 9(8) VALUE ZEROES.

       01  WS-LINE-BASE                PIC 9(11)V99 VALUE ZEROES.
       01  WS-RESULT-PPA-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-RVSL-PPA-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-RESULT-PPA-BASE          PIC S9(13)V99 VALUE ZEROES.
       01  WS-RVSL-PPA-BASE            PIC S9(13)V99 VALUE ZEROES.
       01  WS-NET-PPA-BASE             PIC S9(13)V99 VALUE ZEROES.

      *> The fiscal calendar, held to name the closed period each
      *> adjustment was dated into and to default the report
      *> period. It is optional - without it the PARM is required
      *> and the dated period column is left blank.
       01  WS-PER-SUB                  PIC 9(5) VALUE ZEROES.
       01  WS-PER-TABLE-MAX            PIC 9(5) VALUE 600.
       01  WS-PER-COUNT                PIC 9(5) VALUE ZEROES.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-PER-COUNT
                   INDEXED BY PER-IDX.
               10  WS-PER-TBL-PERIOD       PIC 9(6).
               10  WS-PER-TBL-START-DATE   PIC 9(8).
               10  WS-PER-TBL-END-DATE     PIC 9(8).
               10  WS-PER-TBL-STATUS       PIC X.

       COPY MULTPPR.

       PROCEDURE DIVISION.
       ReportPriorPeriodAdjustments.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-MM TO WS-MMDDYYYY(1:2)
           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)
           MOVE WS-SYS-DATE TO WS-TODAY-YYYYMMDD

           PERFORM LoadFiscalCalendar
           PERFORM DetermineReportPeriod

           OPEN INPUT MULT-RMST-FILE
           IF WS-RMST-FILE-STATUS NOT = "00"
               DISPLAY "RESULTS MASTER OPEN FAILED - STATUS "
                   WS-RMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PPA-RPT-FILE
           PERFORM WriteReportHeader
           PERFORM ScanResultsMaster
           PERFORM WriteReportTotals
           CLOSE PPA-RPT-FILE
           CLOSE MULT-RMST-FILE

           DISPLAY "PRIOR-PERIOD ADJUSTMENTS FOR " WS-REPORT-PERIOD
               " - RESULTS: " WS-RESULT-PPA-COUNT
               " REVERSALS: " WS-RVSL-PPA-COUNT

           STOP RUN.

       LoadFiscalCalendar.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-PER-FILE
           IF WS-PER-FILE-STATUS = "00"
               SET WS-CALENDAR-LOADED TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-PER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneFiscalPeriod
                   END-READ
               END-PERFORM
               CLOSE MULT-PER-FILE
           ELSE
               DISPLAY "FISCAL CALENDAR NOT AVAILABLE - STATUS "
                   WS-PER-FILE-STATUS
           END-IF.

       LoadOneFiscalPeriod.
           IF PER-PERIOD-ID IS NUMERIC
                   AND PER-START-DATE IS NUMERIC
                   AND PER-END-DATE IS NUMERIC
               IF WS-PER-COUNT >= WS-PER-TABLE-MAX
                   DISPLAY "FISCAL CALENDAR EXCEEDS "
                       WS-PER-TABLE-MAX " ENTRIES - "
                       "INCREASE WS-PER-TABLE-MAX"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PER-COUNT
               MOVE PER-PERIOD-ID TO WS-PER-TBL-PERIOD (WS-PER-COUNT)
               MOVE PER-START-DATE
                   TO WS-PER-TBL-START-DATE (WS-PER-COUNT)
               MOVE PER-END-DATE
                   TO WS-PER-TBL-END-DATE (WS-PER-COUNT)
               MOVE PER-STATUS TO WS-PER-TBL-STATUS (WS-PER-COUNT)
           END-IF.

      *> The PARM period, else the current open period resolved the
      *> way the multiply step resolves it.
       DetermineReportPeriod.
           ACCEPT WS-PARM-PERIOD FROM COMMAND-LINE
           IF WS-PARM-YYYYPP IS NUMERIC
                   AND WS-PARM-REST = SPACES
                   AND WS-PARM-PP >= 1 AND WS-PARM-PP <= 13
               MOVE WS-PARM-YYYYPP TO WS-REPORT-PERIOD
           ELSE
               IF WS-PARM-PERIOD NOT = SPACES
                   DISPLAY "PARM " WS-PARM-PERIOD
                       " IS NOT YYYYPP - REPORTING THE CURRENT "
                       "OPEN PERIOD"
               END-IF
               PERFORM ResolveCurrentPeriod
           END-IF
           IF WS-REPORT-PERIOD = ZEROES
               DISPLAY "NO POSTING PERIOD TO REPORT - SUPPLY "
                   "PARM='YYYYPP'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "NOT ON CALENDAR" TO WS-REPORT-STATUS
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PER-COUNT
               IF WS-PER-TBL-PERIOD (PER-IDX) = WS-REPORT-PERIOD
                   IF WS-PER-TBL-STATUS (PER-IDX) = "C"
                       MOVE "CLOSED" TO WS-REPORT-STATUS
                   ELSE
                       MOVE "OPEN" TO WS-REPORT-STATUS
                   END-IF
               END-IF
           END-PERFORM.

       ResolveCurrentPeriod.
           MOVE ZEROES TO WS-REPORT-PERIOD
           MOVE WS-TODAY-YYYYMMDD TO WS-PERIOD-DATE
           PERFORM FindDatedPeriod
           IF WS-PER-SUB > ZEROES
               IF WS-PER-TBL-STATUS (WS-PER-SUB) NOT = "C"
                   MOVE WS-PER-TBL-PERIOD (WS-PER-SUB)
                       TO WS-REPORT-PERIOD
               END-IF
           END-IF
           IF WS-REPORT-PERIOD = ZEROES
               MOVE ZEROES TO WS-PER-BEST-START
               PERFORM VARYING PER-IDX FROM 1 BY 1
                       UNTIL PER-IDX > WS-PER-COUNT
                   IF WS-PER-TBL-STATUS (PER-IDX) NOT = "C"
                       AND WS-PER-TBL-START-DATE (PER-IDX)
                           > WS-TODAY-YYYYMMDD
                       IF WS-REPORT-PERIOD = ZEROES
                               OR WS-PER-TBL-START-DATE (PER-IDX)
                                   < WS-PER-BEST-START
                           MOVE WS-PER-TBL-PERIOD (PER-IDX)
                               TO WS-REPORT-PERIOD
                           MOVE WS-PER-TBL-START-DATE (PER-IDX)
                               TO WS-PER-BEST-START
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> The period whose dates hold WS-PERIOD-DATE, or zero.
       FindDatedPeriod.
           MOVE ZEROES TO WS-PER-SUB
           IF WS-PER-COUNT > ZEROES
               SET PER-IDX TO 1
               SEARCH WS-PER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PER-TBL-START-DATE (PER-IDX)
                           <= WS-PERIOD-DATE
                       AND WS-PER-TBL-END-DATE (PER-IDX)
                           >= WS-PERIOD-DATE
                       SET WS-PER-SUB TO PER-IDX
               END-SEARCH
           END-IF.

      *> Adjustments can be dated any time before the period, so
      *> the whole master is read. A record loaded before periods
      *> were carried has neither flag set and is never listed.
       ScanResultsMaster.
           MOVE ZEROES TO RMST-RUN-DATE
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
                       PERFORM ReportOneResult
               END-READ
           END-PERFORM.

       ReportOneResult.
      *> A master record loaded before currencies were carried is a
      *> base-currency amount already.
           IF RMST-CURRENCY = SPACES
                   OR RMST-BASE-RESULT IS NOT NUMERIC
               MOVE RMST-RESULT TO WS-LINE-BASE
           ELSE
               MOVE RMST-BASE-RESULT TO WS-LINE-BASE
           END-IF
           IF RMST-PRIOR-PERIOD-ADJ
               IF RMST-POST-PERIOD = WS-REPORT-PERIOD
                   MOVE "RESULT" TO PPR-DTL-TYPE
                   MOVE RMST-RUN-DATE TO PPR-DTL-POSTED
                   MOVE "+" TO PPR-DTL-SIGN
                   PERFORM WriteDetailLine
                   ADD 1 TO WS-RESULT-PPA-COUNT
                   ADD WS-LINE-BASE TO WS-RESULT-PPA-BASE
               END-IF
           END-IF
           IF RMST-RVSL-PRIOR-PERIOD-ADJ
               IF RMST-RVSL-PERIOD = WS-REPORT-PERIOD
                   MOVE "REVERSAL" TO PPR-DTL-TYPE
                   MOVE RMST-REVERSAL-DATE TO PPR-DTL-POSTED
                   MOVE "-" TO PPR-DTL-SIGN
                   PERFORM WriteDetailLine
                   ADD 1 TO WS-RVSL-PPA-COUNT
                   ADD WS-LINE-BASE TO WS-RVSL-PPA-BASE
               END-IF
           END-IF.

      *> Both kinds are dated by the result's own run date: the
      *> reversal's activity belongs to the period the original
      *> posted in.
       WriteDetailLine.
           MOVE RMST-RUN-DATE TO PPR-DTL-DATED
           MOVE RMST-RUN-DATE TO WS-PERIOD-DATE
           PERFORM FindDatedPeriod
           IF WS-PER-SUB > ZEROES
               MOVE WS-PER-TBL-PERIOD (WS-PER-SUB) TO PPR-DTL-PERIOD
           ELSE
               MOVE SPACES TO PPR-DTL-PERIOD
           END-IF
           MOVE RMST-ITEM-CODE TO PPR-DTL-ITEM
           MOVE RMST-DEPT-CODE TO PPR-DTL-DEPT
           MOVE RMST-CYCLE-NO TO PPR-DTL-CYCLE-NO
           MOVE RMST-SEQ-NO TO PPR-DTL-SEQ
           MOVE RMST-CURRENCY TO PPR-DTL-CURRENCY
           MOVE RMST-RESULT TO PPR-DTL-RESULT
           MOVE WS-LINE-BASE TO PPR-DTL-BASE
           MOVE PPR-DETAIL-LINE TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC.

       WriteReportHeader.
           MOVE WS-MMDDYYYY TO PPR-HDR-DATE
           MOVE WS-REPORT-PERIOD TO PPR-HDR-PERIOD
           MOVE WS-REPORT-STATUS TO PPR-HDR-STATUS
           MOVE PPR-HEADER-LINE TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC
           MOVE PPR-COLUMN-LINE TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC.

       WriteReportTotals.
           MOVE SPACES TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC

           MOVE SPACES TO PPR-TOTAL-LINE
           MOVE "RESULTS POSTED AS ADJUSTMENTS:" TO PPR-TOT-LABEL
           MOVE WS-RESULT-PPA-COUNT TO PPR-TOT-VALUE
           MOVE PPR-TOTAL-LINE TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC

           MOVE SPACES TO PPR-TOTAL-LINE
           MOVE "REVERSALS POSTED AS ADJUSTMENTS:" TO PPR-TOT-LABEL
           MOVE WS-RVSL-PPA-COUNT TO PPR-TOT-VALUE
           MOVE PPR-TOTAL-LINE TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC

           MOVE SPACES TO PPR-TOTAL-LINE
           MOVE "BASE AMOUNT ADDED BY RESULTS:" TO PPR-TOT-LABEL
           MOVE WS-RESULT-PPA-BASE TO PPR-TOT-DEC-VALUE
           MOVE PPR-TOTAL-DEC-LINE TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC

           MOVE SPACES TO PPR-TOTAL-LINE
           MOVE "BASE AMOUNT BACKED OUT BY REVERSALS:"
               TO PPR-TOT-LABEL
           MOVE WS-RVSL-PPA-BASE TO PPR-TOT-DEC-VALUE
           MOVE PPR-TOTAL-DEC-LINE TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC

           COMPUTE WS-NET-PPA-BASE =
               WS-RESULT-PPA-BASE - WS-RVSL-PPA-BASE
           MOVE SPACES TO PPR-TOTAL-LINE
           MOVE "NET ADJUSTMENT TO THE PERIOD (BASE):"
               TO PPR-TOT-LABEL
           MOVE WS-NET-PPA-BASE TO PPR-TOT-DEC-VALUE
           MOVE PPR-TOTAL-DEC-LINE TO PPR-PRINT-REC
           WRITE PPR-PRINT-REC.

       END PROGRAM MultPriorPeriodReport.
