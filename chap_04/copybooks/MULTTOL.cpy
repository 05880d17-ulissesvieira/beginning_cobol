      *> MULTTOL - calculation tolerance record, rebuilt every night
      *> by MultTolBuild from the recent history on the keyed
      *> results master and read by Listing4-2 to judge each new
      *> calculation against its normal range. One record per item
      *> and department, plus one per item with TOL-DEPT-CODE blank
      *> covering that item across all departments - the multiply
      *> step uses the item/department range when there is one and
      *> falls back to the item-wide range otherwise. A pair with
      *> too little history to judge gets no record at all, and a
      *> calculation with no range in force is posted unjudged.
      *> TOL-LOW-RESULT and TOL-HIGH-RESULT bound the Result the
      *> pair normally produces (mean plus and minus the build's
      *> standard-deviation multiple, never narrower than its
      *> minimum band); the mean and sample size are carried for
      *> the outlier report. All four amounts are base currency -
      *> the history is tallied on each result's base amount and a
      *> new calculation is judged on its own. TOL-FROM-DATE and
      *> TOL-TO-DATE name the run-date window the range was derived
      *> from.
      *> The build writes each night's ranges twice: as a new
      *> generation of the sequential file, kept for history and
      *> recovery, and into the keyed file MULTTOLK (key TOL-KEY),
      *> which the multiply step reads at random. MultRefLoad
      *> reloads MULTTOLK from a sequential generation.
       01  MULT-TOLERANCE-REC.
           05  TOL-KEY.
               10  TOL-ITEM-CODE       PIC X(8).
               10  TOL-DEPT-CODE       PIC X(4).
           05  TOL-SAMPLE-COUNT        PIC 9(7).
           05  TOL-MEAN-RESULT         PIC 9(9)V99.
           05  TOL-LOW-RESULT          PIC 9(9)V99.
           05  TOL-HIGH-RESULT         PIC 9(9)V99.
           05  TOL-FROM-DATE           PIC 9(8).
           05  TOL-TO-DATE             PIC 9(8).
