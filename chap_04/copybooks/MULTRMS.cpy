      *> initialize the flag to N; a reload of a day that was
      *> reversed later re-flags through a rerun of the reversal,
      *> never silently.
      *> RMST-CURRENCY, RMST-EXCH-RATE and RMST-BASE-RESULT carry the
      *> Result's currency, the rate that converted it and the
      *> base-currency amount, so a reversal backs out exactly the
      *> base amount that posted. Records loaded before currencies
      *> were carried hold spaces here and are base-currency
      *> amounts converted at 1.
      *> RMST-POST-PERIOD and RMST-PPA-FLAG are the fiscal period
      *> the result posted to and whether it posted there as a
      *> prior-period adjustment (its own period being closed);
      *> RMST-RVSL-PERIOD and RMST-RVSL-PPA-FLAG are the same for
      *> the reversal that backed it out, set alongside the
      *> reversed flag. MultPriorPeriodReport lists both for the
      *> controller before a period is closed. Records loaded before
      *> the calendar was carried hold zeros and N here.
      *> RMST-CYCLE-NO is the processing cycle that wrote the
      *> result (space or zero on a result written before cycles
      *> were carried is loaded as cycle 1). It is part of the key,
      *> after the run date, and the sequence number is numbered per
      *> run date AND cycle, so a second cycle on the same date
      *> neither overwrites nor renumbers the first cycle's keys and
      *> every cycle has the full sequence range to itself. A run
      *> date's results read in key order cycle by cycle.
       01  MULT-RESULT-MASTER-REC.
           05  RMST-KEY.
               10  RMST-RUN-DATE       PIC 9(8).
               10  RMST-CYCLE-NO       PIC 9.
               10  RMST-ITEM-CODE      PIC X(8).
               10  RMST-SEQ-NO         PIC 9(5).
           05  RMST-DEPT-CODE          PIC X(4).
           05  RMST-RESULT             PIC 9(9)V99.
           05  RMST-REVERSED-FLAG      PIC X.
           05  RMST-REVERSAL-DATE      PIC 9(8).
           05  RMST-CURRENCY           PIC X(3).
           05  RMST-EXCH-RATE          PIC 9(5)V9(6).
           05  RMST-BASE-RESULT        PIC 9(11)V99.
           05  RMST-POST-PERIOD        PIC 9(6).
           05  RMST-PPA-FLAG           PIC X.
               88  RMST-PRIOR-PERIOD-ADJ    VALUE "Y".
           05  RMST-RVSL-PERIOD        PIC 9(6).
           05  RMST-RVSL-PPA-FLAG      PIC X.
               88  RMST-RVSL-PRIOR-PERIOD-ADJ
                                            VALUE "Y".
