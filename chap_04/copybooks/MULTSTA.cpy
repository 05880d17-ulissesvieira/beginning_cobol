      *> run that abends outright leaves no row. The weekly
      *> operations report (MultOpsReport) trends this file to
      *> defend the batch window as volumes grow.
      *> STAT-CYCLE-NO is the processing cycle the run was (1 the
      *> overnight cycle, 2 upward the intraday cycles), so a day
      *> with several cycles keeps one row per cycle and readers
      *> pick each cycle's own latest row. Rows written before
      *> cycles were carried were cycle 1; the one-time MULTCNVL
      *> conversion widened them with a space here.
      *> STAT-RUN-DATE is the date the run actually executed (the
      *> system date); STAT-PROC-DATE is the processing date it ran
      *> for - the date on its batch verdicts. The two differ when
      *> a restart runs past midnight, since the restart keeps the
      *> interrupted run's processing date. Anything matching a row
      *> to that night's verdicts must use STAT-PROC-DATE. Rows
      *> written before it was carried had the MULTCNVL conversion
      *> copy STAT-RUN-DATE into it.
       01  MULT-RUN-STAT-REC.
           05  STAT-RUN-DATE           PIC 9(8).
           05  STAT-START-TIME         PIC 9(8).
           05  STAT-CKPT-COUNT         PIC 9(7).
           05  STAT-RESTART-FLAG       PIC X.
           05  STAT-RETURN-CODE        PIC 99.
           05  STAT-CYCLE-NO           PIC 9.
           05  STAT-PROC-DATE          PIC 9(8).
