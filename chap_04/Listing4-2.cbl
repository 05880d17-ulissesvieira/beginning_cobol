           SELECT MULT-GL-FILE ASSIGN TO "MULTGL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-ITEM-FILE ASSIGN TO "MULTITMK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITMK-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT MULT-PBRK-FILE ASSIGN TO "MULTPBKK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTK-KEY
               FILE STATUS IS WS-PBRK-FILE-STATUS.

           SELECT MULT-DEPT-FILE ASSIGN TO "MULTDPTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DMST-FILE-STATUS.

           SELECT MULT-RCY-FILE ASSIGN TO "MULTRCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-FILE-STATUS.

           SELECT MULT-DHSK-FILE ASSIGN TO "MULTDHSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DHST-KEY
               FILE STATUS IS WS-DHSK-FILE-STATUS.

           SELECT MULT-DHSO-FILE ASSIGN TO "MULTDHSO"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT MULT-BATV-FILE ASSIGN TO "MULTBATV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-TOL-FILE ASSIGN TO "MULTTOLK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TOL-KEY
               FILE STATUS IS WS-TOL-FILE-STATUS.

           SELECT MULT-HOLD-FILE ASSIGN TO "MULTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-OLR-FILE ASSIGN TO "MULTOLRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-XRT-FILE ASSIGN TO "MULTXRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRT-FILE-STATUS.

           SELECT MULT-PER-FILE ASSIGN TO "MULTPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT MULT-RMST-FILE ASSIGN TO "MULTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  MULT-GL-FILE.
       COPY MULTGL.

      *> The item master, price breaks and department master are
      *> read by key from the indexed copies MultRefLoad and
      *> MultItemMaint keep - nothing is held in storage, so the
      *> masters can grow without touching this program.
       FD  MULT-ITEM-FILE.
       COPY MULTITK.

       FD  MULT-PBRK-FILE.
       COPY MULTPTK.

       FD  MULT-DEPT-FILE.
       COPY MULTDPT.
       FD  MULT-RCY-FILE.
       01  MULT-RCY-REC               PIC X(33).

       FD  MULT-DHSK-FILE.
       COPY MULTDHS.

      *> The end-of-run unload of the keyed history is a separate FD
      *> because it is written while the keyed file is being read;
      *> both use the MULTDHS layout - the length here must track
      *> that copybook.
       FD  MULT-DHSO-FILE.
       01  DHSO-REC                   PIC X(50).

       FD  MULT-SUSP-FILE.
       COPY MULTSUS.
       FD  MULT-STAT-FILE.
       COPY MULTSTA.

      *> One verdict per MULTIN batch, written once the pre-scan has
      *> proved them all; the sender response step reads it.
       FD  MULT-BATV-FILE.
       COPY MULTBVD.

       FD  MULT-TOL-FILE.
       COPY MULTTOL.

       FD  MULT-HOLD-FILE.
       COPY MULTHLD.

       FD  MULT-OLR-FILE.
       01  OLR-PRINT-REC              PIC X(132).

       FD  MULT-XRT-FILE.
       COPY MULTXRT.

       FD  MULT-PER-FILE.
       COPY MULTPER.

      *> The keyed results master is opened I-O only to serve 'R'
      *> reversal transactions: the matched record is flagged
      *> reversed in place. Calculations never touch it here - the
      *> several H/D.../T batches back to back, one per sending
      *> system transmission, and each pair is proved independently.
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-DHSK-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-TRL-SEEN-SWITCH          PIC X VALUE "N".
           88  WS-TRAILER-SEEN              VALUE "Y".
      *> same order, stepping WS-BATCH-SUB at each header, so every
      *> detail record knows its batch's verdict and sender, and a
      *> refused batch is skipped whole - the sender retransmits it -
      *> instead of one bad batch refusing the entire run. The
      *> trailer's declared totals are kept beside the proved ones
      *> for the batch verdict file, so a sender told its batch was
      *> refused can see exactly which control failed.
       01  WS-REFUSED-BATCH-COUNT      PIC 9(3) VALUE ZEROES.
       01  WS-BATCH-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-CUR-SYSTEM-ID            PIC X(8) VALUE SPACES.
                   88  WS-BAT-ACCEPTED          VALUE "A".
                   88  WS-BAT-REFUSED           VALUE "R".
               10  WS-BAT-REFUSE-TEXT      PIC X(42).
               10  WS-BAT-TRAILER-FLAG     PIC X.
               10  WS-BAT-DECL-COUNT       PIC 9(9).
               10  WS-BAT-DECL-HASH        PIC 9(13)V99.
               10  WS-BAT-BATCH-SEQ        PIC 9(6).
               10  WS-BAT-SEND-TIME        PIC 9(4).
               10  WS-BAT-CURRENCY         PIC X(3).

       01  WS-VALID-SWITCH         PIC X VALUE "Y".
           88  WS-TRANSACTION-VALID     VALUE "Y".

       01  WS-REJECT-COUNT             PIC 9(7) VALUE ZEROES.

      *> Item/account master, read by key from MULTITMK (MULTITK)
      *> so each transaction's item code resolves to its GL account
      *> however many items the master carries. The master is
      *> effective-dated - an item may carry several records, one
      *> per GL-account change - so the lookup resolves the record
      *> in force on WS-LOOKUP-DATE: the batch's processing date for
      *> the backed-out amount credits the account it was posted
      *> to). A record in force with status I means the item is
      *> deactivated from that date.
       01  WS-ITEM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ITEM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-ITEM-END-OF-FILE          VALUE "Y".
       01  WS-ITEM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-ITEM-FOUND                VALUE "Y".
       01  WS-ITEM-GL-ACCOUNT          PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-ITEM-BEST-SWITCH         PIC X VALUE "N".
           88  WS-ITEM-BEST-SEEN            VALUE "Y".
       01  WS-ITEM-BEST-GL-ACCOUNT     PIC X(10) VALUE SPACES.
       01  WS-ITEM-BEST-STATUS         PIC X VALUE SPACE.

      *> Department (cost-center) master, read by key from MULTDPTK
      *> (MULTDPT layout) so each transaction's department code is
      *> validated the way item codes are. A code not on the
      *> master rejects with reason 07 - a mis-keyed department can
      *> no longer flow to the ledger as a phantom cost center. The
      *> master is required, like the item master: a run with no
      *> departments defined would reject everything, which is the
      *> loud failure we want.
       01  WS-DMST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DMST-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-DMST-FOUND                VALUE "Y".

      *> Quantity-break prices, read by key from MULTPBKK (MULTPTK)
      *> the way the item/account master is. The file is optional -
      *> an item with no entries keeps the flat Num2 the sender
      *> supplied (tier 0). PTK-TIER is the tier's ordinal within
      *> its item (numbered by MultRefLoad from the sorted price-
      *> break file), carried to the audit record and report so a
      *> questioned result shows which break it got.
       01  WS-PBRK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PBRK-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-PBRK-OPEN                 VALUE "Y".
       01  WS-PBRK-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PBRK-END-OF-FILE          VALUE "Y".
       01  WS-APPLIED-TIER             PIC 99 VALUE ZEROES.
       01  WS-APPLIED-UNIT-AMOUNT      PIC 9(5)V99 VALUE ZEROES.
       01  WS-APPLIED-MIN-QTY          PIC 9(5) VALUE ZEROES.

      *> Statistical outlier hold. The keyed tolerance file
      *> (rebuilt every night by MultTolBuild from recent
      *> results-master history) is read by key for each
      *> calculation: it is judged against the range for its item
      *> and department, or its item alone when the pair has no
      *> range, and a Result outside the range is written to the
      *> hold file and the outlier report instead of MULTOUT, the
      *> audit trail and the GL extract. An item with no range at
      *> all posts unjudged. Ranges are base currency, so the
      *> calculation's base amount is what is judged. The file is
      *> optional - with none, nothing is judged. A released hold
      *> returning on the recycle file carries
      *> MULT-HOLD-RELEASE-FLAG and posts without being judged again.
      *> The range found is kept in WS-TOL-RANGE for the hold record.
       01  WS-TOL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-TOL-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-TOL-OPEN                  VALUE "Y".
       01  WS-TOL-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-TOL-FOUND                 VALUE "Y".
       01  WS-TOL-BREACH-SWITCH        PIC X VALUE "N".
           88  WS-TOL-BREACH                VALUE "Y".
       01  WS-TOL-LOOKUP-DEPT          PIC X(4) VALUE SPACES.
       01  WS-TOL-JUDGED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-TOL-UNJUDGED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-HOLD-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-HOLD-RELEASED-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-TOL-RANGE.
           05  WS-TOL-SAMPLE           PIC 9(7) VALUE ZEROES.
           05  WS-TOL-MEAN             PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOL-LOW              PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOL-HIGH             PIC 9(9)V99 VALUE ZEROES.

      *> Exchange rates, loaded once in LoadExchangeRates and
      *> resolved the same effective-dated way as the item master,
      *> on the batch's processing date. WS-TXN-CURRENCY is the
      *> currency resolved for the record in progress - its own,
      *> else its batch header's (WS-BATCH-CURRENCY), else the base
      *> currency, which converts at 1 without a rate. A currency
      *> with no rate in force (or withdrawn) rejects with reason
      *> 08, one whose rate has outlived its maximum age with 09.
      *> The file is optional - with none, only base-currency
      *> transactions can post.
       COPY MULTBCY.
       01  WS-XRT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-XRT-EOF-SWITCH           PIC X VALUE "N".
           88  WS-XRT-END-OF-FILE           VALUE "Y".
       01  WS-XRT-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-XRT-FOUND                 VALUE "Y".
       01  WS-XRT-STALE-SWITCH         PIC X VALUE "N".
           88  WS-XRT-STALE                 VALUE "Y".
       01  WS-BATCH-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-TXN-CURRENCY             PIC X(3) VALUE SPACES.
       01  WS-APPLIED-EXCH-RATE        PIC 9(5)V9(6) VALUE ZEROES.
       01  WS-BASE-RESULT              PIC 9(11)V99 VALUE ZEROES.
       01  WS-RAW-BASE                 PIC 9(14)V9(8) VALUE ZEROES.
       01  WS-SCALED-BASE              PIC 9(16) VALUE ZEROES.
       01  WS-RATE-AGE-DAYS            PIC S9(7) VALUE ZEROES.
       01  WS-XRT-BEST-SUB             PIC 9(5) VALUE ZEROES.
       01  WS-XRT-BEST-EFF             PIC 9(8) VALUE ZEROES.
       01  WS-XRT-TABLE-MAX            PIC 9(5) VALUE 5000.
       01  WS-XRT-COUNT                PIC 9(5) VALUE ZEROES.
       01  WS-XRT-TABLE.
           05  WS-XRT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-XRT-COUNT
                   INDEXED BY XRT-IDX.
               10  WS-XRT-TBL-CURRENCY     PIC X(3).
               10  WS-XRT-TBL-EFF-DATE     PIC 9(8).
               10  WS-XRT-TBL-RATE         PIC 9(5)V9(6).
               10  WS-XRT-TBL-MAX-AGE      PIC 9(3).
               10  WS-XRT-TBL-STATUS       PIC X.

      *> Fiscal period calendar, loaded once in LoadFiscalCalendar
      *> (maintained by MultPeriodMaint). Every result, reversal and
      *> GL entry is stamped with the period it posts to: the period
      *> its activity is dated into (the batch's processing date for
      *> a transaction, the original's run date for a reversal) when
      *> that period is open, else - the period is closed - the
      *> current open period, flagged as a prior-period adjustment
      *> so a closed month's figures never change under the
      *> controller. The current open period is the open period
      *> holding the processing date, else the earliest open period
      *> after it. A date on no period rejects with reason 10, a
      *> closed period with no open period to take it with 11. The
      *> file is optional - with none, activity posts to its own
      *> calendar month (YYYYMM) and nothing is ever an adjustment.
       01  WS-PER-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-PER-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PER-END-OF-FILE           VALUE "Y".
       01  WS-CALENDAR-SWITCH          PIC X VALUE "N".
           88  WS-CALENDAR-LOADED           VALUE "Y".
       01  WS-PERIOD-OK-SWITCH         PIC X VALUE "N".
           88  WS-PERIOD-POSTABLE           VALUE "Y".
       01  WS-PERIOD-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-POST-PERIOD              PIC 9(6) VALUE ZEROES.
       01  WS-PPA-FLAG                 PIC X VALUE "N".
       01  WS-PERIOD-REJ-CODE          PIC 99 VALUE ZEROES.
       01  WS-CURRENT-PERIOD           PIC 9(6) VALUE ZEROES.
       01  WS-PER-BEST-START           PIC 9(8) VALUE ZEROES.
       01  WS-PPA-COUNT                PIC 9(7) VALUE ZEROES.
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

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
      *> subtotal lines; the table accumulates every department seen
      *> (in any order) for the recap page and would still recap
      *> correctly if an out-of-sequence file produced extra breaks.
      *> MultCapacityReport measures the department master against
      *> the table, since any department on it can post in a run.
       01  WS-CUR-DEPT-CODE            PIC X(4) VALUE LOW-VALUES.
       01  WS-DEPT-CALC-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-DEPT-RESULT-SUM          PIC 9(9)V99 VALUE ZEROES.
               10  WS-DEPT-TBL-CALC-COUNT  PIC 9(7).
               10  WS-DEPT-TBL-RESULT-SUM  PIC 9(9)V99.

      *> Duplicate detection. The keyed history MULTDHSK holds the
      *> identity (item, department, Num1, Num2) and run date of
      *> every transaction processed in the retained window plus
      *> this run; a MULTIN transaction matching an entry still
      *> inside the window is suspended, not calculated. Recycled
      *> records skip the check - they are deliberate re-injections
      *> (repaired rejects and released suspends) - but still enter
      *> the history as processed. Each entry is written the moment
      *> its transaction is processed, so on a checkpoint restart
      *> the records skipped as already processed are in the history
      *> already and the skip path does nothing; an entry this
      *> interrupted run wrote for a record it is now reprocessing
      *> is recognised by its processing date, cycle and record
      *> number and does not suspend the record as its own resend.
       01  WS-DUP-RETAIN-DAYS          PIC 9(3) VALUE 5.
       01  WS-TODAY-INTEGER            PIC 9(7) VALUE ZEROES.
       01  WS-HIST-AGE-DAYS            PIC S9(5) VALUE ZEROES.
       01  WS-DHSK-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-DHSK-OPEN                 VALUE "Y".
       01  WS-DHSK-EOF-SWITCH          PIC X VALUE "N".
           88  WS-DHSK-END-OF-FILE          VALUE "Y".
       01  WS-HIST-KEPT-COUNT          PIC 9(9) VALUE ZEROES.
       01  WS-HIST-DROPPED-COUNT       PIC 9(9) VALUE ZEROES.
       01  WS-RECYCLE-SWITCH           PIC X VALUE "N".
           88  WS-RECYCLE-MODE              VALUE "Y".
       01  WS-DUP-FOUND-SWITCH         PIC X VALUE "N".
           05  WS-CHECK-DEPT-CODE      PIC X(4).
           05  WS-CHECK-NUM1           PIC X(5).
           05  WS-CHECK-NUM2           PIC X(7).

       01  WS-SYS-TIME                 PIC 9(8).
       01  WS-JOB-ID                   PIC X(8).
      *> each recovered day under the day it belongs to. Normal runs
      *> (mode blank) still refuse any batch not dated today, and no
      *> mode ever accepts a future-dated batch.
      *> Position 17 is the processing cycle: 1 (or blank) the
      *> overnight cycle, 2 to 9 an intraday cycle run later the
      *> same day. Every output of the run is stamped with it, so a
      *> second cycle on one run date checkpoints, reconciles,
      *> journals and loads as its own unit.
       01  WS-PARM-DATA.
           05  WS-PARM-JOB-ID          PIC X(8).
           05  WS-PARM-RUN-MODE        PIC X(8).
           05  WS-PARM-CYCLE-NO        PIC X.
       01  WS-CYCLE-NO                 PIC 9 VALUE 1.
       01  WS-CKPT-CYCLE-NO            PIC 9 VALUE 1.
       01  WS-CYCLE-CONFLICT-SWITCH    PIC X VALUE "N".
           88  WS-CYCLE-CONFLICT            VALUE "Y".
       01  WS-CYCLE-INVALID-SWITCH     PIC X VALUE "N".
           88  WS-CYCLE-INVALID             VALUE "Y".
       01  WS-CATCHUP-SWITCH           PIC X VALUE "N".
           88  WS-CATCHUP-RUN               VALUE "Y".

           88  WS-RMST-END-OF-FILE          VALUE "Y".
       01  WS-RVSL-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-RVSL-FOUND                VALUE "Y".
       01  WS-RVSL-CYCLE-NO            PIC 99 VALUE ZEROES.
       01  WS-REVERSAL-COUNT           PIC 9(7) VALUE ZEROES.

      *> Run statistics for the batch-window trend. The checkpoint
           88  WS-RESTARTED-RUN             VALUE "Y".

       COPY MULTRPT.
       COPY MULTOLR.

       PROCEDURE DIVISION.
       CalculateResult.
               DISPLAY "CATCH-UP MODE - BACK-DATED BATCHES WILL BE "
                   "PROCESSED UNDER THEIR OWN BATCH DATES"
           END-IF
           IF WS-PARM-CYCLE-NO = SPACE
               MOVE 1 TO WS-CYCLE-NO
           ELSE
      *> An invalid cycle is refused once the duplicate history is
      *> open, so the refusal still unloads it like every other one.
               IF WS-PARM-CYCLE-NO IS NOT NUMERIC
                       OR WS-PARM-CYCLE-NO = "0"
                   SET WS-CYCLE-INVALID TO TRUE
               ELSE
                   MOVE WS-PARM-CYCLE-NO TO WS-CYCLE-NO
               END-IF
           END-IF
           IF NOT WS-CYCLE-INVALID
               DISPLAY "PROCESSING CYCLE " WS-CYCLE-NO
           END-IF

           PERFORM ReadControlFile
           PERFORM ReadCheckpoint
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           PERFORM OpenDupHistory
           IF WS-CYCLE-INVALID
               PERFORM RefuseInvalidCycle
           END-IF
           IF WS-CYCLE-CONFLICT
               PERFORM RefuseCycleConflict
           END-IF
           PERFORM OpenItemMaster
           PERFORM OpenDeptMaster
           PERFORM OpenPriceBreaks
           PERFORM OpenTolerances
           PERFORM LoadExchangeRates
           PERFORM LoadFiscalCalendar
           PERFORM PreScanTransactionFile
           PERFORM WriteBatchVerdicts

           OPEN INPUT MULT-TRANS-FILE

               OPEN EXTEND MULT-AUDIT-FILE
               OPEN EXTEND MULT-GL-FILE
               OPEN EXTEND MULT-SUSP-FILE
               OPEN EXTEND MULT-HOLD-FILE
               OPEN EXTEND MULT-OLR-FILE
           ELSE
               OPEN OUTPUT MULT-RESULT-FILE
               OPEN OUTPUT MULT-REPORT-FILE
               OPEN OUTPUT MULT-AUDIT-FILE
               OPEN OUTPUT MULT-GL-FILE
               OPEN OUTPUT MULT-SUSP-FILE
               OPEN OUTPUT MULT-HOLD-FILE
               OPEN OUTPUT MULT-OLR-FILE
           END-IF
      *> A restart extends the outlier report the failed run
      *> started, which already carries its heading.
           IF WS-CKPT-START-REC-NO = ZEROES
               PERFORM WriteOutlierHeader
           END-IF

           PERFORM OpenResultsMaster
                       ADD 1 TO WS-BATCH-SUB
                       MOVE WS-BAT-SYSTEM-ID (WS-BATCH-SUB)
                           TO WS-CUR-SYSTEM-ID
                       MOVE WS-BAT-CURRENCY (WS-BATCH-SUB)
                           TO WS-BATCH-CURRENCY
                       IF WS-BAT-BATCH-DATE (WS-BATCH-SUB) > ZEROES
                           MOVE WS-BAT-BATCH-DATE (WS-BATCH-SUB)
                               TO WS-BATCH-RUN-DATE
                           IF WS-REC-NO > WS-CKPT-START-REC-NO
                               PERFORM ProcessTransaction
                               PERFORM WriteCheckpoint
                           END-IF
                       END-IF
      *> A record skipped on restart was already processed before
      *> the abend and its history entry written, and a reversal
      *> skipped on restart was already applied - the master flag
      *> is set and the negating GL entry written - so neither skip
      *> path does anything at all.
                   WHEN MULT-REVERSAL-REC
                       IF WS-BAT-ACCEPTED (WS-BATCH-SUB)
                           ADD 1 TO WS-REC-NO
           END-PERFORM

           PERFORM WriteReportSummary
           PERFORM WriteOutlierSummary
           PERFORM WriteDupHistory
           PERFORM ResetCheckpoint

           CLOSE MULT-AUDIT-FILE
           CLOSE MULT-GL-FILE
           CLOSE MULT-SUSP-FILE
           CLOSE MULT-HOLD-FILE
           CLOSE MULT-OLR-FILE
           IF WS-RMST-OPEN
               CLOSE MULT-RMST-FILE
           END-IF
           CLOSE MULT-ITEM-FILE
           CLOSE MULT-DEPT-FILE
           IF WS-PBRK-OPEN
               CLOSE MULT-PBRK-FILE
           END-IF
           IF WS-TOL-OPEN
               CLOSE MULT-TOL-FILE
           END-IF

           IF WS-REJECT-COUNT > ZEROES
                   OR WS-REFUSED-BATCH-COUNT > ZEROES
                   OR WS-HOLD-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

               MOVE 1 TO CTRL-CKPT-INTERVAL
           END-IF.

      *> The item/account master is required: without it every
      *> transaction would reject, so a master that cannot be opened
      *> stops the run before anything is written.
       OpenItemMaster.
           OPEN INPUT MULT-ITEM-FILE
           IF WS-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "ITEM MASTER MULTITMK OPEN FAILED - STATUS "
                   WS-ITEM-FILE-STATUS
               PERFORM WriteDupHistory
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Required, like the item master.
       OpenDeptMaster.
           OPEN INPUT MULT-DEPT-FILE
           IF WS-DMST-FILE-STATUS NOT = "00"
               DISPLAY "DEPARTMENT MASTER MULTDPTK OPEN FAILED - "
                   "STATUS " WS-DMST-FILE-STATUS
               PERFORM WriteDupHistory
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LookUpDeptCode.
           MOVE "N" TO WS-DMST-FOUND-SWITCH
           MOVE MULT-DEPT-CODE OF MULT-TRANS-REC TO DEPT-CODE
           READ MULT-DEPT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DMST-FOUND-SWITCH
           END-READ.

      *> The price-break file is optional - with none, every item
      *> keeps the flat amount its sender supplied.
       OpenPriceBreaks.
           OPEN INPUT MULT-PBRK-FILE
           IF WS-PBRK-FILE-STATUS = "00"
               SET WS-PBRK-OPEN TO TRUE
           ELSE
               DISPLAY "PRICE BREAKS NOT AVAILABLE - FLAT AMOUNTS "
                   "APPLY"
           END-IF.

      *> The tolerance file is optional - with none, every
      *> calculation posts unjudged.
       OpenTolerances.
           OPEN INPUT MULT-TOL-FILE
           IF WS-TOL-FILE-STATUS = "00"
               SET WS-TOL-OPEN TO TRUE
           ELSE
               DISPLAY "TOLERANCE FILE NOT AVAILABLE - CALCULATIONS "
                   "POST UNJUDGED"
           END-IF.

      *> Judge the base amount in the result record area against
      *> the range for its item and department, falling back to the
      *> item-wide range (department blank). No range in force
      *> leaves the calculation unjudged and posted.
       CheckTolerance.
           MOVE "N" TO WS-TOL-BREACH-SWITCH
           MOVE MULT-DEPT-CODE OF MULT-RESULT-REC
               TO WS-TOL-LOOKUP-DEPT
           PERFORM FindTolerance
           IF NOT WS-TOL-FOUND
               MOVE SPACES TO WS-TOL-LOOKUP-DEPT
               PERFORM FindTolerance
           END-IF
           IF WS-TOL-FOUND
               ADD 1 TO WS-TOL-JUDGED-COUNT
               IF MULT-BASE-RESULT < WS-TOL-LOW
                   OR MULT-BASE-RESULT > WS-TOL-HIGH
                   SET WS-TOL-BREACH TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-TOL-UNJUDGED-COUNT
           END-IF.

       FindTolerance.
           MOVE "N" TO WS-TOL-FOUND-SWITCH
           IF WS-TOL-OPEN
               MOVE MULT-ITEM-CODE OF MULT-RESULT-REC
                   TO TOL-ITEM-CODE
               MOVE WS-TOL-LOOKUP-DEPT TO TOL-DEPT-CODE
               READ MULT-TOL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TOL-FOUND TO TRUE
                       MOVE TOL-SAMPLE-COUNT TO WS-TOL-SAMPLE
                       MOVE TOL-MEAN-RESULT TO WS-TOL-MEAN
                       MOVE TOL-LOW-RESULT TO WS-TOL-LOW
                       MOVE TOL-HIGH-RESULT TO WS-TOL-HIGH
               END-READ
           END-IF.

      *> The rate file is optional. A file bigger than the table is
      *> a hard stop: carrying on would reject
      *> as rateless every currency whose records did not fit. A
      *> record with a non-numeric date or rate, or a zero rate,
      *> cannot be applied and is reported and left out.
       LoadExchangeRates.
           OPEN INPUT MULT-XRT-FILE
           IF WS-XRT-FILE-STATUS = "00"
               PERFORM UNTIL WS-XRT-END-OF-FILE
                   READ MULT-XRT-FILE
                       AT END
                           SET WS-XRT-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneExchangeRate
                   END-READ
               END-PERFORM
               CLOSE MULT-XRT-FILE
           END-IF.

       LoadOneExchangeRate.
           IF XRT-EFF-DATE IS NOT NUMERIC
                   OR XRT-RATE IS NOT NUMERIC
                   OR XRT-RATE = ZEROES
               DISPLAY "EXCHANGE RATE RECORD FOR " XRT-CURRENCY
                   " IS NOT USABLE - IGNORED"
           ELSE
               IF WS-XRT-COUNT >= WS-XRT-TABLE-MAX
                   DISPLAY "EXCHANGE RATE TABLE EXCEEDS "
                       WS-XRT-TABLE-MAX " ENTRIES - "
                       "INCREASE WS-XRT-TABLE-MAX"
                   PERFORM WriteDupHistory
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-XRT-COUNT
               MOVE XRT-CURRENCY
                   TO WS-XRT-TBL-CURRENCY (WS-XRT-COUNT)
               MOVE XRT-EFF-DATE
                   TO WS-XRT-TBL-EFF-DATE (WS-XRT-COUNT)
               MOVE XRT-RATE TO WS-XRT-TBL-RATE (WS-XRT-COUNT)
               IF XRT-MAX-AGE-DAYS IS NUMERIC
                   MOVE XRT-MAX-AGE-DAYS
                       TO WS-XRT-TBL-MAX-AGE (WS-XRT-COUNT)
               ELSE
                   MOVE ZEROES TO WS-XRT-TBL-MAX-AGE (WS-XRT-COUNT)
               END-IF
               MOVE XRT-STATUS TO WS-XRT-TBL-STATUS (WS-XRT-COUNT)
           END-IF.

      *> The record's own currency, else its batch's, else base.
       ResolveCurrency.
           IF MULT-DTL-CURRENCY NOT = SPACES
               MOVE MULT-DTL-CURRENCY TO WS-TXN-CURRENCY
           ELSE
               IF WS-BATCH-CURRENCY NOT = SPACES
                   MOVE WS-BATCH-CURRENCY TO WS-TXN-CURRENCY
               ELSE
                   MOVE MULT-BASE-CURRENCY TO WS-TXN-CURRENCY
               END-IF
           END-IF.

      *> Resolve the rate in force for WS-TXN-CURRENCY on the
      *> batch's processing date, exactly as LookUpItemCode resolves
      *> an item: the highest effective date not after the date
      *> wins, ties to the later-loaded record. The base currency
      *> needs no rate and is never stale.
       LookUpExchangeRate.
           MOVE "N" TO WS-XRT-FOUND-SWITCH
           MOVE "N" TO WS-XRT-STALE-SWITCH
           MOVE ZEROES TO WS-APPLIED-EXCH-RATE
           IF WS-TXN-CURRENCY = MULT-BASE-CURRENCY
               MOVE "Y" TO WS-XRT-FOUND-SWITCH
               MOVE 1 TO WS-APPLIED-EXCH-RATE
           ELSE
               MOVE ZEROES TO WS-XRT-BEST-SUB
               MOVE ZEROES TO WS-XRT-BEST-EFF
               PERFORM VARYING XRT-IDX FROM 1 BY 1
                       UNTIL XRT-IDX > WS-XRT-COUNT
                   IF WS-XRT-TBL-CURRENCY (XRT-IDX) = WS-TXN-CURRENCY
                       AND WS-XRT-TBL-EFF-DATE (XRT-IDX)
                           <= WS-BATCH-RUN-DATE
                       IF WS-XRT-BEST-SUB = ZEROES
                               OR WS-XRT-TBL-EFF-DATE (XRT-IDX)
                                   >= WS-XRT-BEST-EFF
                           SET WS-XRT-BEST-SUB TO XRT-IDX
                           MOVE WS-XRT-TBL-EFF-DATE (XRT-IDX)
                               TO WS-XRT-BEST-EFF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-XRT-BEST-SUB > ZEROES
                   IF WS-XRT-TBL-STATUS (WS-XRT-BEST-SUB) NOT = "I"
                       MOVE "Y" TO WS-XRT-FOUND-SWITCH
                       MOVE WS-XRT-TBL-RATE (WS-XRT-BEST-SUB)
                           TO WS-APPLIED-EXCH-RATE
                       COMPUTE WS-RATE-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-BATCH-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE(WS-XRT-BEST-EFF)
                       IF WS-RATE-AGE-DAYS >
                               WS-XRT-TBL-MAX-AGE (WS-XRT-BEST-SUB)
                           MOVE "Y" TO WS-XRT-STALE-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Convert the Result in the result record area to the base
      *> currency at the applied rate, scaled and rounded (or
      *> truncated) to the same decimal places as the Result.
       ConvertToBase.
           COMPUTE WS-RAW-BASE =
               MULT-RESULT OF MULT-RESULT-REC * WS-APPLIED-EXCH-RATE
           IF CTRL-ROUNDING-MODE = "T"
               COMPUTE WS-SCALED-BASE =
                   FUNCTION INTEGER-PART(
                       WS-RAW-BASE * WS-SCALE-FACTOR)
           ELSE
               COMPUTE WS-SCALED-BASE ROUNDED =
                   WS-RAW-BASE * WS-SCALE-FACTOR
           END-IF
           COMPUTE WS-BASE-RESULT =
               WS-SCALED-BASE / WS-SCALE-FACTOR
               ON SIZE ERROR
                   DISPLAY "WARNING - BASE AMOUNT OVERFLOWED AT "
                       "RECORD " WS-REC-NO
           END-COMPUTE.

      *> The calendar is optional. A calendar bigger than the table
      *> is a hard stop, like the rates: carrying on would reject
      *> every date in the periods that did not fit. A record with a
      *> non-numeric period or date cannot be matched and is
      *> reported and left out.
       LoadFiscalCalendar.
           OPEN INPUT MULT-PER-FILE
           IF WS-PER-FILE-STATUS = "00"
               SET WS-CALENDAR-LOADED TO TRUE
               PERFORM UNTIL WS-PER-END-OF-FILE
                   READ MULT-PER-FILE
                       AT END
                           SET WS-PER-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneFiscalPeriod
                   END-READ
               END-PERFORM
               CLOSE MULT-PER-FILE
               PERFORM ResolveCurrentPeriod
               DISPLAY "CURRENT OPEN ACCOUNTING PERIOD: "
                   WS-CURRENT-PERIOD
           ELSE
               DISPLAY "FISCAL CALENDAR NOT AVAILABLE - ACTIVITY "
                   "POSTS TO ITS OWN CALENDAR MONTH"
           END-IF.

       LoadOneFiscalPeriod.
           IF PER-PERIOD-ID IS NOT NUMERIC
                   OR PER-START-DATE IS NOT NUMERIC
                   OR PER-END-DATE IS NOT NUMERIC
               DISPLAY "FISCAL PERIOD RECORD " PER-PERIOD-ID
                   " IS NOT USABLE - IGNORED"
           ELSE
               IF WS-PER-COUNT >= WS-PER-TABLE-MAX
                   DISPLAY "FISCAL CALENDAR EXCEEDS "
                       WS-PER-TABLE-MAX " ENTRIES - "
                       "INCREASE WS-PER-TABLE-MAX"
                   PERFORM WriteDupHistory
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PER-COUNT
               MOVE PER-PERIOD-ID TO WS-PER-TBL-PERIOD (WS-PER-COUNT)
               MOVE PER-START-DATE
                   TO WS-PER-TBL-START-DATE (WS-PER-COUNT)
               MOVE PER-END-DATE
                   TO WS-PER-TBL-END-DATE (WS-PER-COUNT)
               IF PER-CLOSED
                   MOVE "C" TO WS-PER-TBL-STATUS (WS-PER-COUNT)
               ELSE
                   MOVE "O" TO WS-PER-TBL-STATUS (WS-PER-COUNT)
               END-IF
           END-IF.

      *> The period closed activity is redirected into: the open
      *> period holding the processing date, else the earliest open
      *> period starting after it. Zero means there is none, and
      *> closed-period activity rejects with reason 11.
       ResolveCurrentPeriod.
           MOVE ZEROES TO WS-CURRENT-PERIOD
           MOVE WS-TODAY-YYYYMMDD TO WS-PERIOD-DATE
           PERFORM FindDatedPeriod
           IF WS-PER-SUB > ZEROES
               IF WS-PER-TBL-STATUS (WS-PER-SUB) = "O"
                   MOVE WS-PER-TBL-PERIOD (WS-PER-SUB)
                       TO WS-CURRENT-PERIOD
               END-IF
           END-IF
           IF WS-CURRENT-PERIOD = ZEROES
               MOVE ZEROES TO WS-PER-BEST-START
               PERFORM VARYING PER-IDX FROM 1 BY 1
                       UNTIL PER-IDX > WS-PER-COUNT
                   IF WS-PER-TBL-STATUS (PER-IDX) = "O"
                       AND WS-PER-TBL-START-DATE (PER-IDX)
                           > WS-TODAY-YYYYMMDD
                       IF WS-CURRENT-PERIOD = ZEROES
                               OR WS-PER-TBL-START-DATE (PER-IDX)
                                   < WS-PER-BEST-START
                           MOVE WS-PER-TBL-PERIOD (PER-IDX)
                               TO WS-CURRENT-PERIOD
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

      *> Resolve the posting period and prior-period adjustment flag
      *> for activity dated WS-PERIOD-DATE. When the activity cannot
      *> post, WS-PERIOD-REJ-CODE says why (10 or 11).
       ResolvePostingPeriod.
           SET WS-PERIOD-POSTABLE TO TRUE
           MOVE ZEROES TO WS-PERIOD-REJ-CODE
           MOVE ZEROES TO WS-POST-PERIOD
           MOVE "N" TO WS-PPA-FLAG
           IF NOT WS-CALENDAR-LOADED
               MOVE WS-PERIOD-DATE (1:6) TO WS-POST-PERIOD
           ELSE
               PERFORM FindDatedPeriod
               IF WS-PER-SUB = ZEROES
                   MOVE "N" TO WS-PERIOD-OK-SWITCH
                   MOVE 10 TO WS-PERIOD-REJ-CODE
               ELSE
                   IF WS-PER-TBL-STATUS (WS-PER-SUB) = "C"
                       IF WS-CURRENT-PERIOD = ZEROES
                           MOVE "N" TO WS-PERIOD-OK-SWITCH
                           MOVE 11 TO WS-PERIOD-REJ-CODE
                       ELSE
                           MOVE WS-CURRENT-PERIOD TO WS-POST-PERIOD
                           MOVE "Y" TO WS-PPA-FLAG
                       END-IF
                   ELSE
                       MOVE WS-PER-TBL-PERIOD (WS-PER-SUB)
                           TO WS-POST-PERIOD
                   END-IF
               END-IF
           END-IF.

      *> Pick the tier for the transaction in the record area: of
      *> the item's entries whose minimum quantity is Num1 or less,
      *> the one with the highest minimum wins. The keyed file holds
      *> an item's entries in ascending minimum-quantity order, so
      *> the last one read before a minimum above Num1 is it. No
      *> entry qualifying (or none for the item) leaves tier 0 and
      *> the sender's flat Num2 in force. Tier amounts are base
      *> currency, so a transaction sent in any other currency is
      *> not tier-priced: it keeps its own Num2 at tier 0, and the
      *> Result is converted once, by ConvertToBase.
       SelectPriceTier.
           MOVE ZEROES TO WS-APPLIED-TIER
           MOVE ZEROES TO WS-APPLIED-MIN-QTY
           MOVE MULT-NUM2 OF MULT-TRANS-REC
               TO WS-APPLIED-UNIT-AMOUNT
           IF WS-PBRK-OPEN
               AND WS-TXN-CURRENCY = MULT-BASE-CURRENCY
               MOVE "N" TO WS-PBRK-EOF-SWITCH
               MOVE MULT-ITEM-CODE OF MULT-TRANS-REC TO PTK-ITEM-CODE
               MOVE ZEROES TO PTK-MIN-QTY
               START MULT-PBRK-FILE KEY IS NOT LESS THAN PTK-KEY
                   INVALID KEY
                       SET WS-PBRK-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-PBRK-END-OF-FILE
                   READ MULT-PBRK-FILE NEXT RECORD
                       AT END
                           SET WS-PBRK-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PTK-ITEM-CODE NOT =
                                   MULT-ITEM-CODE OF MULT-TRANS-REC
                               OR PTK-MIN-QTY
                                   > MULT-NUM1 OF MULT-TRANS-REC
                               SET WS-PBRK-END-OF-FILE TO TRUE
                           ELSE
                               MOVE PTK-TIER TO WS-APPLIED-TIER
                               MOVE PTK-MIN-QTY TO WS-APPLIED-MIN-QTY
                               MOVE PTK-UNIT-AMOUNT
                                   TO WS-APPLIED-UNIT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> Resolve the item's record in force on WS-LOOKUP-DATE: of
      *> the item's records whose effective date is the lookup date
      *> or earlier, the one with the highest effective date wins.
      *> The keyed file holds an item's records in effective-date
      *> order, one per date (maintenance on a date already carried
      *> replaces that record), so the last one read before a date
      *> after the lookup date is it. An item whose record in force
      *> is inactive, or with no record in force, is not found.
       LookUpItemCode.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH
           MOVE SPACES TO WS-ITEM-GL-ACCOUNT
           MOVE "N" TO WS-ITEM-BEST-SWITCH
           MOVE "N" TO WS-ITEM-EOF-SWITCH
           MOVE MULT-ITEM-CODE OF MULT-TRANS-REC TO ITMK-ITEM-CODE
           MOVE ZEROES TO ITMK-EFF-DATE
           START MULT-ITEM-FILE KEY IS NOT LESS THAN ITMK-KEY
               INVALID KEY
                   SET WS-ITEM-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-ITEM-END-OF-FILE
               READ MULT-ITEM-FILE NEXT RECORD
                   AT END
                       SET WS-ITEM-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ITMK-ITEM-CODE
                               NOT = MULT-ITEM-CODE OF MULT-TRANS-REC
                           OR ITMK-EFF-DATE > WS-LOOKUP-DATE
                           SET WS-ITEM-END-OF-FILE TO TRUE
                       ELSE
                           SET WS-ITEM-BEST-SEEN TO TRUE
                           MOVE ITMK-GL-ACCOUNT
                               TO WS-ITEM-BEST-GL-ACCOUNT
                           MOVE ITMK-STATUS TO WS-ITEM-BEST-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ITEM-BEST-SEEN
               IF WS-ITEM-BEST-STATUS NOT = "I"
                   MOVE "Y" TO WS-ITEM-FOUND-SWITCH
                   MOVE WS-ITEM-BEST-GL-ACCOUNT TO WS-ITEM-GL-ACCOUNT
               END-IF
           END-IF.

      *> The keyed history is required: running without it would
      *> let every resend through. The file must exist before the
      *> first run (MultRefLoad builds it empty, or from the last
      *> unloaded generation after a loss). A history that cannot
      *> be opened stops the run before anything is written; that
      *> run's unload generation is empty, so a recovery reload
      *> takes the generation before it.
       OpenDupHistory.
           OPEN I-O MULT-DHSK-FILE
           IF WS-DHSK-FILE-STATUS = "00"
               SET WS-DHSK-OPEN TO TRUE
           ELSE
               DISPLAY "DUPLICATE HISTORY MULTDHSK OPEN FAILED - "
                   "STATUS " WS-DHSK-FILE-STATUS
               PERFORM WriteDupHistory
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> An entry matches only while it is inside the retention
      *> window - entries older than that are dropped at end of run,
      *> and until then are ignored. An entry this interrupted run
      *> wrote before the abend for the record now being reprocessed
      *> (same processing date and cycle, record number not yet
      *> reached by the restart) is the record's own, not a resend.
       CheckDuplicate.
           MOVE MULT-ITEM-CODE OF MULT-TRANS-REC
               TO WS-CHECK-ITEM-CODE
           MOVE MULT-NUM1 OF MULT-TRANS-REC TO WS-CHECK-NUM1
           MOVE MULT-NUM2 OF MULT-TRANS-REC TO WS-CHECK-NUM2
           MOVE ZEROES TO WS-DUP-ORIG-DATE
           MOVE WS-CHECK-KEY TO DHST-KEY
           READ MULT-DHSK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM AgeHistoryEntry
                   IF WS-HIST-AGE-DAYS <= WS-DUP-RETAIN-DAYS
                       SET WS-DUP-FOUND TO TRUE
                       MOVE DHST-RUN-DATE TO WS-DUP-ORIG-DATE
                   END-IF
                   IF WS-RESTARTED-RUN
                           AND DHST-PROC-DATE IS NUMERIC
                           AND DHST-PROC-DATE = WS-TODAY-YYYYMMDD
                           AND DHST-CYCLE-NO IS NUMERIC
                           AND DHST-CYCLE-NO = WS-CYCLE-NO
                           AND DHST-REC-NO IS NUMERIC
                           AND DHST-REC-NO >= WS-REC-NO
                       MOVE "N" TO WS-DUP-FOUND-SWITCH
                       MOVE ZEROES TO WS-DUP-ORIG-DATE
                   END-IF
           END-READ.

      *> Age in days of the history entry in the record area. An
      *> entry with no usable run date counts as today's.
       AgeHistoryEntry.
           IF DHST-RUN-DATE IS NUMERIC AND DHST-RUN-DATE > ZEROES
               COMPUTE WS-HIST-AGE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(DHST-RUN-DATE)
           ELSE
               MOVE ZEROES TO WS-HIST-AGE-DAYS
           END-IF.

      *> A key already on file (an entry outside the window, or a
      *> recycled record re-injected) is replaced, so the history
      *> always carries the latest processing of each identity.
       AddToHistory.
           MOVE MULT-ITEM-CODE OF MULT-TRANS-REC TO DHST-ITEM-CODE
           MOVE MULT-DEPT-CODE OF MULT-TRANS-REC TO DHST-DEPT-CODE
           MOVE MULT-NUM1 OF MULT-TRANS-REC TO DHST-NUM1
           MOVE MULT-NUM2 OF MULT-TRANS-REC TO DHST-NUM2
           MOVE WS-BATCH-RUN-DATE TO DHST-RUN-DATE
           MOVE WS-TODAY-YYYYMMDD TO DHST-PROC-DATE
           MOVE WS-CYCLE-NO TO DHST-CYCLE-NO
           MOVE WS-REC-NO TO DHST-REC-NO
           WRITE MULT-DUPHIST-REC
               INVALID KEY
                   REWRITE MULT-DUPHIST-REC
                       INVALID KEY
                           DISPLAY "DUPLICATE HISTORY UPDATE FAILED "
                               "AT RECORD " WS-REC-NO " - STATUS "
                               WS-DHSK-FILE-STATUS
                   END-REWRITE
           END-WRITE.

       WriteSuspenseRecord.
           MOVE MULT-ITEM-CODE OF MULT-TRANS-REC
           MOVE MULT-NUM2 OF MULT-TRANS-REC TO SUSP-NUM2
           MOVE WS-DUP-ORIG-DATE TO SUSP-ORIG-RUN-DATE
           MOVE WS-BATCH-RUN-DATE TO SUSP-SUSP-DATE
           MOVE WS-CUR-SYSTEM-ID TO SUSP-SYSTEM-ID
           MOVE WS-BATCH-SUB TO SUSP-BATCH-NO
           MOVE WS-TXN-CURRENCY TO SUSP-CURRENCY
           MOVE WS-CYCLE-NO TO SUSP-CYCLE-NO
           WRITE MULT-SUSPENSE-REC
           ADD 1 TO WS-SUSPEND-COUNT.

      *> End-of-run housekeeping of the keyed history: entries
      *> that have aged out of the retention window are deleted and
      *> the rest unloaded to the new MULTDHSO generation, the copy
      *> MultRefLoad rebuilds the keyed file from after a loss.
      *> Performed on EVERY termination path that ends the step
      *> normally - including a refused run and the open-failure
      *> hard stops - because the new generation is cataloged
      *> either way: ending without writing it would leave the
      *> latest backup of the duplicate window empty.
       WriteDupHistory.
           OPEN OUTPUT MULT-DHSO-FILE
           IF WS-DHSK-OPEN
               MOVE "N" TO WS-DHSK-EOF-SWITCH
               MOVE LOW-VALUES TO DHST-KEY
               START MULT-DHSK-FILE KEY IS NOT LESS THAN DHST-KEY
                   INVALID KEY
                       SET WS-DHSK-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-DHSK-END-OF-FILE
                   READ MULT-DHSK-FILE NEXT RECORD
                       AT END
                           SET WS-DHSK-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM RetainOrDropHistoryEntry
                   END-READ
               END-PERFORM
               CLOSE MULT-DHSK-FILE
               MOVE "N" TO WS-DHSK-OPEN-SWITCH
               DISPLAY "DUPLICATE HISTORY - RETAINED: "
                   WS-HIST-KEPT-COUNT " AGED OUT: "
                   WS-HIST-DROPPED-COUNT
           END-IF
           CLOSE MULT-DHSO-FILE.

       RetainOrDropHistoryEntry.
           PERFORM AgeHistoryEntry
           IF WS-HIST-AGE-DAYS > WS-DUP-RETAIN-DAYS
               DELETE MULT-DHSK-FILE RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE HISTORY DELETE FAILED - "
                           "STATUS " WS-DHSK-FILE-STATUS
               END-DELETE
               ADD 1 TO WS-HIST-DROPPED-COUNT
           ELSE
               WRITE DHSO-REC FROM MULT-DUPHIST-REC
               ADD 1 TO WS-HIST-KEPT-COUNT
           END-IF.

       ReadCheckpoint.
           MOVE ZEROES TO WS-CKPT-START-REC-NO
           OPEN INPUT MULT-CKPT-FILE
                               AND CKPT-RUN-DATE > ZEROES
                           MOVE CKPT-RUN-DATE TO WS-TODAY-YYYYMMDD
                       END-IF
      *> An unfinished checkpoint belongs to one cycle only. Running
      *> another cycle over it would either skip that cycle's
      *> records as already done or abandon the interrupted cycle
      *> half written, so the run is refused until the interrupted
      *> cycle has been restarted to completion.
                       IF CKPT-CYCLE-NO IS NUMERIC
                               AND CKPT-CYCLE-NO > ZERO
                           MOVE CKPT-CYCLE-NO TO WS-CKPT-CYCLE-NO
                       ELSE
                           MOVE 1 TO WS-CKPT-CYCLE-NO
                       END-IF
                       IF WS-RESTARTED-RUN
                               AND WS-CKPT-CYCLE-NO NOT = WS-CYCLE-NO
                           SET WS-CYCLE-CONFLICT TO TRUE
                       END-IF
               END-READ
               CLOSE MULT-CKPT-FILE
           END-IF.

      *> Nothing has been opened for output yet; the duplicate
      *> history is unloaded so its new generation is not cataloged
      *> empty, and the checkpoint is left untouched.
       RefuseInvalidCycle.
           DISPLAY "INVALID PROCESSING CYCLE IN PARM: "
               WS-PARM-CYCLE-NO " - MUST BE 1 TO 9"
           PERFORM WriteDupHistory
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> Nothing has been opened for output yet; the duplicate
      *> history is unloaded so its new generation is not cataloged
      *> empty, and the checkpoint is left untouched for the restart
      *> of the interrupted cycle.
       RefuseCycleConflict.
           DISPLAY "CHECKPOINT IS FOR UNFINISHED CYCLE "
               WS-CKPT-CYCLE-NO " - RESTART THAT CYCLE BEFORE "
               "RUNNING CYCLE " WS-CYCLE-NO
           PERFORM WriteDupHistory
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WriteCheckpoint.
           IF FUNCTION MOD(WS-REC-NO, WS-CKPT-INTERVAL) = 0
               OPEN OUTPUT MULT-CKPT-FILE
               MOVE WS-REC-NO TO CKPT-LAST-REC-NO
               MOVE WS-PAGE-NO TO CKPT-LAST-PAGE-NO
               MOVE WS-TODAY-YYYYMMDD TO CKPT-RUN-DATE
               MOVE WS-CYCLE-NO TO CKPT-CYCLE-NO
               WRITE MULT-CKPT-REC
               CLOSE MULT-CKPT-FILE
               ADD 1 TO WS-CKPT-TAKEN-COUNT
           MOVE ZEROES TO CKPT-LAST-REC-NO
           MOVE ZEROES TO CKPT-LAST-PAGE-NO
           MOVE ZEROES TO CKPT-RUN-DATE
           MOVE ZERO TO CKPT-CYCLE-NO
           WRITE MULT-CKPT-REC
           CLOSE MULT-CKPT-FILE.

      *> when this batch's trailer was missing, so the outer loop
      *> picks that batch up without losing it). A batch bigger
      *> than the table is a hard stop - carrying on would process
      *> details whose batch has no verdict. MultCapacityReport
      *> tracks the batches per run against the table.
       PreScanOneBatch.
           IF WS-BATCH-COUNT >= WS-BATCH-TABLE-MAX
               DISPLAY "MULTIN CARRIES MORE THAN "
           MOVE ZEROES TO WS-BAT-BATCH-DATE (WS-BATCH-COUNT)
           MOVE "A" TO WS-BAT-STATUS (WS-BATCH-COUNT)
           MOVE SPACES TO WS-BAT-REFUSE-TEXT (WS-BATCH-COUNT)
           MOVE ZEROES TO WS-BAT-BATCH-SEQ (WS-BATCH-COUNT)
           MOVE ZEROES TO WS-BAT-SEND-TIME (WS-BATCH-COUNT)
           MOVE MULT-HDR-CURRENCY TO WS-BAT-CURRENCY (WS-BATCH-COUNT)
           IF MULT-HDR-BATCH-SEQ IS NUMERIC
               MOVE MULT-HDR-BATCH-SEQ
                   TO WS-BAT-BATCH-SEQ (WS-BATCH-COUNT)
           END-IF
           IF MULT-HDR-SEND-TIME IS NUMERIC
               MOVE MULT-HDR-SEND-TIME
                   TO WS-BAT-SEND-TIME (WS-BATCH-COUNT)
           END-IF

           IF MULT-HDR-BATCH-DATE IS NOT NUMERIC
               MOVE "HEADER DATE IS NOT NUMERIC"

           MOVE WS-PRESCAN-COUNT TO WS-BAT-COUNT (WS-BATCH-COUNT)
           MOVE WS-HASH-TOTAL TO WS-BAT-HASH (WS-BATCH-COUNT)
           MOVE WS-TRL-SEEN-SWITCH
               TO WS-BAT-TRAILER-FLAG (WS-BATCH-COUNT)
           MOVE WS-TRL-DECL-COUNT TO WS-BAT-DECL-COUNT (WS-BATCH-COUNT)
           MOVE WS-TRL-DECL-HASH TO WS-BAT-DECL-HASH (WS-BATCH-COUNT)

           IF NOT WS-TRAILER-SEEN
               MOVE "BATCH TRAILER RECORD IS MISSING"
               END-PERFORM
           END-IF.

      *> The verdicts are written once, by the execution that
      *> started the run. A checkpoint restart re-proves the same
      *> batches to the same verdicts, and the generation the
      *> interrupted execution wrote is already complete, so the
      *> restart leaves it alone rather than doubling it.
       WriteBatchVerdicts.
           IF WS-CKPT-START-REC-NO = ZEROES
               OPEN OUTPUT MULT-BATV-FILE
               PERFORM VARYING BAT-IDX FROM 1 BY 1
                       UNTIL BAT-IDX > WS-BATCH-COUNT
                   MOVE WS-TODAY-YYYYMMDD TO BVD-RUN-DATE
                   SET BVD-BATCH-NO TO BAT-IDX
                   MOVE WS-BAT-SYSTEM-ID (BAT-IDX) TO BVD-SYSTEM-ID
                   MOVE WS-BAT-BATCH-DATE (BAT-IDX) TO BVD-BATCH-DATE
                   MOVE WS-BAT-STATUS (BAT-IDX) TO BVD-STATUS
                   MOVE WS-BAT-REFUSE-TEXT (BAT-IDX)
                       TO BVD-REFUSE-TEXT
                   MOVE WS-BAT-COUNT (BAT-IDX) TO BVD-PROVED-COUNT
                   MOVE WS-BAT-HASH (BAT-IDX) TO BVD-PROVED-HASH
                   MOVE WS-BAT-TRAILER-FLAG (BAT-IDX)
                       TO BVD-TRAILER-FLAG
                   MOVE WS-BAT-DECL-COUNT (BAT-IDX) TO BVD-DECL-COUNT
                   MOVE WS-BAT-DECL-HASH (BAT-IDX) TO BVD-DECL-HASH
                   MOVE WS-BAT-BATCH-SEQ (BAT-IDX) TO BVD-BATCH-SEQ
                   MOVE WS-BAT-SEND-TIME (BAT-IDX) TO BVD-SEND-TIME
                   MOVE WS-CYCLE-NO TO BVD-CYCLE-NO
                   WRITE MULT-BATCH-VERDICT-REC
               END-PERFORM
               CLOSE MULT-BATV-FILE
           END-IF.

      *> A record garbled in transit can turn a numeric field
      *> non-numeric; it cannot be added, so the re-derived hash no
      *> longer matches the trailer and the run is refused - which
       ProcessRecycleFile.
           MOVE "Y" TO WS-RECYCLE-SWITCH
           MOVE "RECYCLE" TO WS-CUR-SYSTEM-ID
           MOVE SPACES TO WS-BATCH-CURRENCY
           MOVE WS-TODAY-YYYYMMDD TO WS-BATCH-RUN-DATE
           OPEN INPUT MULT-RCY-FILE
           IF WS-RCY-FILE-STATUS = "00"
                           IF WS-REC-NO > WS-CKPT-START-REC-NO
                               PERFORM ProcessTransaction
                               PERFORM WriteCheckpoint
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM WriteRejectRecord
           END-IF.

       OpenResultsMaster.
           OPEN I-O MULT-RMST-FILE
           IF WS-RMST-FILE-STATUS = "00"
      *> never change the calculation counts or sums - the backed
      *> out amount travels through the GL extract only.
       ProcessReversal.
           MOVE SPACES TO WS-TXN-CURRENCY
           IF MULT-NUM1 OF MULT-TRANS-REC IS NOT NUMERIC
                   OR MULT-NUM2 OF MULT-TRANS-REC IS NOT NUMERIC
                   OR MULT-RVSL-ORIG-RUN-DATE IS NOT NUMERIC
               PERFORM LookUpItemCode
               PERFORM FindOriginalResult
               IF WS-RVSL-FOUND AND WS-ITEM-FOUND
      *> The backed-out amount belongs to the original's period; if
      *> that period is closed it comes out of the current open one
      *> as a prior-period adjustment instead.
                   MOVE MULT-RVSL-ORIG-RUN-DATE TO WS-PERIOD-DATE
                   PERFORM ResolvePostingPeriod
                   IF WS-PERIOD-POSTABLE
                       PERFORM ApplyReversal
                   ELSE
                       PERFORM RejectReversalNoPeriod
                   END-IF
               ELSE
                   PERFORM RejectReversal
               END-IF
           END-IF.

      *> The reversal names the original run date but not the
      *> processing cycle, and the cycle sits between the two in the
      *> master key. So for each cycle in turn, position at the
      *> original run date, cycle and item and read forward until
      *> the key leaves that range, looking for an unreversed record
      *> carrying the reversal's full identity; the first cycle
      *> holding one supplies the match. A record already flagged
      *> reversed cannot match again - the same reversal sent twice
      *> rejects the second time.
       FindOriginalResult.
           MOVE "N" TO WS-RVSL-FOUND-SWITCH
           IF WS-RMST-OPEN
               PERFORM VARYING WS-RVSL-CYCLE-NO FROM 1 BY 1
                       UNTIL WS-RVSL-CYCLE-NO > 9 OR WS-RVSL-FOUND
                   PERFORM FindOriginalInCycle
               END-PERFORM
           END-IF.

       FindOriginalInCycle.
           MOVE "N" TO WS-RMST-EOF-SWITCH
           MOVE MULT-RVSL-ORIG-RUN-DATE TO RMST-RUN-DATE
           MOVE WS-RVSL-CYCLE-NO TO RMST-CYCLE-NO
           MOVE MULT-RVSL-ITEM-CODE TO RMST-ITEM-CODE
           MOVE ZEROES TO RMST-SEQ-NO
           START MULT-RMST-FILE KEY >= RMST-KEY
               INVALID KEY
                   SET WS-RMST-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-RMST-END-OF-FILE OR WS-RVSL-FOUND
               READ MULT-RMST-FILE NEXT RECORD
                   AT END
                   NOT AT END
                       IF RMST-RUN-DATE
                               NOT = MULT-RVSL-ORIG-RUN-DATE
                               OR RMST-CYCLE-NO
                                   NOT = WS-RVSL-CYCLE-NO
                               OR RMST-ITEM-CODE
                                   NOT = MULT-RVSL-ITEM-CODE
                           SET WS-RMST-END-OF-FILE TO TRUE
      *> can never back an amount out while the master still shows
      *> it posted (the drift the integrity audit exists to catch).
       ApplyReversal.
      *> Back out exactly what the original posted: its currency,
      *> rate and base amount. A master record loaded before
      *> currencies were carried is a base-currency amount at 1.
           IF RMST-CURRENCY = SPACES
                   OR RMST-EXCH-RATE IS NOT NUMERIC
                   OR RMST-BASE-RESULT IS NOT NUMERIC
               MOVE MULT-BASE-CURRENCY TO WS-TXN-CURRENCY
               MOVE 1 TO WS-APPLIED-EXCH-RATE
               MOVE RMST-RESULT TO WS-BASE-RESULT
           ELSE
               MOVE RMST-CURRENCY TO WS-TXN-CURRENCY
               MOVE RMST-EXCH-RATE TO WS-APPLIED-EXCH-RATE
               MOVE RMST-BASE-RESULT TO WS-BASE-RESULT
           END-IF
           MOVE "Y" TO RMST-REVERSED-FLAG
           MOVE WS-BATCH-RUN-DATE TO RMST-REVERSAL-DATE
           MOVE WS-POST-PERIOD TO RMST-RVSL-PERIOD
           MOVE WS-PPA-FLAG TO RMST-RVSL-PPA-FLAG
           REWRITE MULT-RESULT-MASTER-REC
           IF WS-RMST-FILE-STATUS NOT = "00"
               DISPLAY "RESULTS MASTER REWRITE FAILED - STATUS "
               MOVE WS-MMDDYYYY TO GL-RUN-DATE
               MOVE WS-CUR-SYSTEM-ID TO GL-SYSTEM-ID
               MOVE "-" TO GL-AMOUNT-SIGN
               MOVE WS-TXN-CURRENCY TO GL-CURRENCY
               MOVE WS-APPLIED-EXCH-RATE TO GL-EXCH-RATE
               MOVE WS-BASE-RESULT TO GL-BASE-AMOUNT
               MOVE WS-POST-PERIOD TO GL-POST-PERIOD
               MOVE WS-PPA-FLAG TO GL-PPA-FLAG
               MOVE WS-CYCLE-NO TO GL-CYCLE-NO
               WRITE GL-EXTRACT-REC
               IF WS-PPA-FLAG = "Y"
                   ADD 1 TO WS-PPA-COUNT
               END-IF

               ACCEPT WS-SYS-TIME FROM TIME
               MOVE WS-SYS-DATE TO AUDIT-RUN-DATE
               MOVE WS-CUR-SYSTEM-ID TO AUDIT-SYSTEM-ID
               MOVE "R" TO AUDIT-ACTION
               MOVE ZEROES TO AUDIT-PRICE-TIER
               MOVE WS-TXN-CURRENCY TO AUDIT-CURRENCY
               MOVE WS-APPLIED-EXCH-RATE TO AUDIT-EXCH-RATE
               MOVE WS-BASE-RESULT TO AUDIT-BASE-RESULT
               WRITE MULT-AUDIT-REC

               PERFORM WriteReversalReportLine
           MOVE MULT-RVSL-NUM1 TO RPT-RVS-NUM1
           MOVE MULT-RVSL-NUM2 TO RPT-RVS-NUM2
           MOVE RMST-RESULT TO RPT-RVS-RESULT
           MOVE WS-TXN-CURRENCY TO RPT-RVS-CURRENCY
           MOVE WS-POST-PERIOD TO RPT-RVS-PERIOD
           IF WS-PPA-FLAG = "Y"
               MOVE "PPA" TO RPT-RVS-PPA
           ELSE
               MOVE SPACES TO RPT-RVS-PPA
           END-IF
           MOVE RPT-RVSL-LINE TO RPT-PRINT-REC
           WRITE RPT-PRINT-REC
           ADD 1 TO WS-LINE-COUNT.

       RejectReversal.
           MOVE SPACES TO MULT-REJECT-REC
           MOVE SPACES TO WS-TXN-CURRENCY
           MOVE 06 TO MULT-REJ-REASON-CODE
           MOVE "REVERSAL MATCHES NO POSTED CALCULATION"
               TO MULT-REJ-REASON-TEXT
           PERFORM WriteRejectRecord.

      *> Still reason 06 - the reconciliation counts it with the
      *> other reversal rejects and the repair cycle carries it
      *> forward - but the text tells the operator the calendar,
      *> not the identity, is what stopped it.
       RejectReversalNoPeriod.
           MOVE SPACES TO MULT-REJECT-REC
           MOVE SPACES TO WS-TXN-CURRENCY
           MOVE 06 TO MULT-REJ-REASON-CODE
           MOVE "REVERSAL HAS NO OPEN ACCOUNTING PERIOD"
               TO MULT-REJ-REASON-TEXT
           PERFORM WriteRejectRecord.

       CalculateTransaction.
           IF MULT-DEPT-CODE OF MULT-TRANS-REC
                   NOT = WS-CUR-DEPT-CODE
           COMPUTE MULT-RESULT OF MULT-RESULT-REC =
               WS-SCALED-RESULT / WS-SCALE-FACTOR

      *> Validation resolved the currency and the rate in force;
      *> the Result stays in the transaction's currency and the
      *> converted amount travels beside it.
           PERFORM ConvertToBase
           MOVE WS-TXN-CURRENCY TO MULT-CURRENCY
           MOVE WS-APPLIED-EXCH-RATE TO MULT-EXCH-RATE
           MOVE WS-BASE-RESULT TO MULT-BASE-RESULT
           MOVE WS-POST-PERIOD TO MULT-POST-PERIOD
           MOVE WS-PPA-FLAG TO MULT-PPA-FLAG
           MOVE WS-CYCLE-NO TO MULT-CYCLE-NO

      *> A hold the operator released comes back on the recycle file
      *> flagged, and posts without being judged a second time.
           MOVE "N" TO WS-TOL-BREACH-SWITCH
           IF WS-RECYCLE-MODE AND MULT-HOLD-RELEASED
               ADD 1 TO WS-HOLD-RELEASED-COUNT
           ELSE
               PERFORM CheckTolerance
           END-IF

           IF WS-TOL-BREACH
               PERFORM WriteHoldRecord
           ELSE
               PERFORM PostCalculation
           END-IF.

      *> The calculated result is within tolerance (or unjudged):
      *> write it, count it, and report, audit and extract it.
       PostCalculation.
           WRITE MULT-RESULT-REC

           ADD 1 TO WS-CALC-COUNT
           ADD MULT-BASE-RESULT TO WS-RESULT-SUM
               ON SIZE ERROR
                   DISPLAY "WARNING - WS-RESULT-SUM OVERFLOWED AT "
                       "RECORD " WS-REC-NO
           END-ADD

           ADD 1 TO WS-DEPT-CALC-COUNT
           ADD MULT-BASE-RESULT TO WS-DEPT-RESULT-SUM
           PERFORM AccumulateDeptTotals
           IF MULT-PRIOR-PERIOD-ADJ
               ADD 1 TO WS-PPA-COUNT
           END-IF

           PERFORM WriteDetailLine
           PERFORM WriteAuditRecord
           PERFORM WriteGLExtractRecord.

      *> The held calculation is still a processed transaction - it
      *> is already in the duplicate history, so a resend suspends -
      *> but it reaches none of the posting files or totals.
       WriteHoldRecord.
           MOVE MULT-ITEM-CODE OF MULT-TRANS-REC TO HOLD-ITEM-CODE
           MOVE MULT-DEPT-CODE OF MULT-TRANS-REC TO HOLD-DEPT-CODE
           MOVE MULT-NUM1 OF MULT-TRANS-REC TO HOLD-NUM1
           MOVE MULT-NUM2 OF MULT-TRANS-REC TO HOLD-NUM2
           MOVE WS-APPLIED-UNIT-AMOUNT TO HOLD-APPLIED-NUM2
           MOVE WS-APPLIED-TIER TO HOLD-PRICE-TIER
           MOVE MULT-RESULT OF MULT-RESULT-REC TO HOLD-RESULT
           MOVE WS-TOL-LOW TO HOLD-TOL-LOW
           MOVE WS-TOL-HIGH TO HOLD-TOL-HIGH
           MOVE WS-TOL-MEAN TO HOLD-TOL-MEAN
           MOVE WS-TOL-SAMPLE TO HOLD-TOL-SAMPLE
           IF WS-TOL-LOOKUP-DEPT = SPACES
               MOVE "I" TO HOLD-TOL-BASIS
           ELSE
               MOVE "D" TO HOLD-TOL-BASIS
           END-IF
           MOVE WS-BATCH-RUN-DATE TO HOLD-RUN-DATE
           MOVE WS-CUR-SYSTEM-ID TO HOLD-SYSTEM-ID
           MOVE WS-BATCH-SUB TO HOLD-BATCH-NO
           MOVE WS-TXN-CURRENCY TO HOLD-CURRENCY
           WRITE MULT-HOLD-REC
           ADD 1 TO WS-HOLD-COUNT
           PERFORM WriteOutlierLine.

       WriteOutlierHeader.
           MOVE WS-MMDDYYYY TO OLR-HDR-DATE
           MOVE OLR-HEADER-LINE TO OLR-PRINT-REC
           WRITE OLR-PRINT-REC
           MOVE OLR-COLUMN-LINE TO OLR-PRINT-REC
           WRITE OLR-PRINT-REC.

       WriteOutlierLine.
           MOVE HOLD-DEPT-CODE TO OLR-DTL-DEPT
           MOVE HOLD-ITEM-CODE TO OLR-DTL-ITEM
           MOVE MULT-NUM1 OF MULT-RESULT-REC TO OLR-DTL-NUM1
           MOVE HOLD-APPLIED-NUM2 TO OLR-DTL-NUM2
           MOVE HOLD-PRICE-TIER TO OLR-DTL-TIER
           MOVE HOLD-CURRENCY TO OLR-DTL-CURRENCY
           MOVE MULT-BASE-RESULT TO OLR-DTL-RESULT
           MOVE HOLD-TOL-LOW TO OLR-DTL-LOW
           MOVE HOLD-TOL-HIGH TO OLR-DTL-HIGH
           MOVE HOLD-TOL-SAMPLE TO OLR-DTL-SAMPLE
           IF HOLD-TOL-BASIS = "I"
               MOVE "ITEM" TO OLR-DTL-BASIS
           ELSE
               MOVE "ITEM/DEPT" TO OLR-DTL-BASIS
           END-IF
           MOVE HOLD-SYSTEM-ID TO OLR-DTL-SYSTEM
           MOVE HOLD-BATCH-NO TO OLR-DTL-BATCH
           MOVE OLR-DETAIL-LINE TO OLR-PRINT-REC
           WRITE OLR-PRINT-REC.

       WriteOutlierSummary.
           MOVE SPACES TO OLR-PRINT-REC
           WRITE OLR-PRINT-REC
           MOVE "CALCULATIONS JUDGED AGAINST A RANGE:"
               TO OLR-CNT-LABEL
           MOVE WS-TOL-JUDGED-COUNT TO OLR-CNT-VALUE
           MOVE OLR-COUNT-LINE TO OLR-PRINT-REC
           WRITE OLR-PRINT-REC
           MOVE "CALCULATIONS WITH NO RANGE - UNJUDGED:"
               TO OLR-CNT-LABEL
           MOVE WS-TOL-UNJUDGED-COUNT TO OLR-CNT-VALUE
           MOVE OLR-COUNT-LINE TO OLR-PRINT-REC
           WRITE OLR-PRINT-REC
           MOVE "CALCULATIONS HELD AS OUTLIERS:" TO OLR-CNT-LABEL
           MOVE WS-HOLD-COUNT TO OLR-CNT-VALUE
           MOVE OLR-COUNT-LINE TO OLR-PRINT-REC
           WRITE OLR-PRINT-REC
           MOVE "RELEASED HOLDS POSTED FROM RECYCLE:"
               TO OLR-CNT-LABEL
           MOVE WS-HOLD-RELEASED-COUNT TO OLR-CNT-VALUE
           MOVE OLR-COUNT-LINE TO OLR-PRINT-REC
           WRITE OLR-PRINT-REC.

       ValidateTransaction.
           SET WS-TRANSACTION-VALID TO TRUE
           MOVE SPACES TO MULT-REJECT-REC
           PERFORM ResolveCurrency

           IF MULT-NUM1 OF MULT-TRANS-REC IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-TRANSACTION-VALID
               PERFORM LookUpExchangeRate
               IF NOT WS-XRT-FOUND
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE 08 TO MULT-REJ-REASON-CODE
                   MOVE "NO EXCHANGE RATE IN FORCE FOR CURRENCY"
                       TO MULT-REJ-REASON-TEXT
               ELSE
                   IF WS-XRT-STALE
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE 09 TO MULT-REJ-REASON-CODE
                       MOVE "EXCHANGE RATE IN FORCE IS STALE"
                           TO MULT-REJ-REASON-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-TRANSACTION-VALID
               MOVE WS-BATCH-RUN-DATE TO WS-PERIOD-DATE
               PERFORM ResolvePostingPeriod
               IF NOT WS-PERIOD-POSTABLE
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE WS-PERIOD-REJ-CODE TO MULT-REJ-REASON-CODE
                   IF WS-PERIOD-REJ-CODE = 10
                       MOVE "PROCESSING DATE IN NO ACCOUNTING PERIOD"
                           TO MULT-REJ-REASON-TEXT
                   ELSE
                       MOVE "PERIOD CLOSED AND NO OPEN PERIOD TO POST"
                           TO MULT-REJ-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      *> Subtotal for the department just completed, then reset the
               MOVE ZEROES TO WS-DEPT-TBL-RESULT-SUM (WS-DEPT-SUB)
           END-IF
           ADD 1 TO WS-DEPT-TBL-CALC-COUNT (WS-DEPT-SUB)
           ADD MULT-BASE-RESULT
               TO WS-DEPT-TBL-RESULT-SUM (WS-DEPT-SUB).

       WriteRejectRecord.
           MOVE MULT-NUM1 OF MULT-TRANS-REC TO MULT-REJ-NUM1
           MOVE MULT-NUM2 OF MULT-TRANS-REC TO MULT-REJ-NUM2
           MOVE WS-BATCH-RUN-DATE TO MULT-REJ-RUN-DATE
           MOVE WS-CUR-SYSTEM-ID TO MULT-REJ-SYSTEM-ID
           MOVE WS-BATCH-SUB TO MULT-REJ-BATCH-NO
           MOVE WS-TXN-CURRENCY TO MULT-REJ-CURRENCY
           MOVE WS-CYCLE-NO TO MULT-REJ-CYCLE-NO
           WRITE MULT-REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)
           MOVE WS-MMDDYYYY TO RPT-HDR-DATE
           MOVE WS-CYCLE-NO TO RPT-HDR-CYCLE
           MOVE WS-PAGE-NO TO RPT-HDR-PAGE
           MOVE RPT-HEADER-LINE TO RPT-PRINT-REC
           WRITE RPT-PRINT-REC
           MOVE MULT-NUM2 OF MULT-RESULT-REC TO RPT-DTL-NUM2
           MOVE MULT-RESULT OF MULT-RESULT-REC TO RPT-DTL-RESULT
           MOVE WS-APPLIED-TIER TO RPT-DTL-TIER
           MOVE MULT-CURRENCY TO RPT-DTL-CURRENCY
           MOVE MULT-BASE-RESULT TO RPT-DTL-BASE
           MOVE MULT-POST-PERIOD TO RPT-DTL-PERIOD
           IF MULT-PRIOR-PERIOD-ADJ
               MOVE "PPA" TO RPT-DTL-PPA
           ELSE
               MOVE SPACES TO RPT-DTL-PPA
           END-IF
           MOVE RPT-DETAIL-LINE TO RPT-PRINT-REC
           WRITE RPT-PRINT-REC
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-CUR-SYSTEM-ID TO AUDIT-SYSTEM-ID
           MOVE "C" TO AUDIT-ACTION
           MOVE WS-APPLIED-TIER TO AUDIT-PRICE-TIER
           MOVE MULT-CURRENCY TO AUDIT-CURRENCY
           MOVE MULT-EXCH-RATE TO AUDIT-EXCH-RATE
           MOVE MULT-BASE-RESULT TO AUDIT-BASE-RESULT
           WRITE MULT-AUDIT-REC.

       WriteGLExtractRecord.
           MOVE WS-MMDDYYYY TO GL-RUN-DATE
           MOVE WS-CUR-SYSTEM-ID TO GL-SYSTEM-ID
           MOVE "+" TO GL-AMOUNT-SIGN
           MOVE MULT-CURRENCY TO GL-CURRENCY
           MOVE MULT-EXCH-RATE TO GL-EXCH-RATE
           MOVE MULT-BASE-RESULT TO GL-BASE-AMOUNT
           MOVE MULT-POST-PERIOD TO GL-POST-PERIOD
           MOVE MULT-PPA-FLAG TO GL-PPA-FLAG
           MOVE MULT-CYCLE-NO TO GL-CYCLE-NO
           WRITE GL-EXTRACT-REC.

      *> Close out the last department group, print the department
           MOVE WS-SUSPEND-COUNT TO RPT-SUSP-COUNT
           MOVE RPT-SUSP-LINE TO RPT-PRINT-REC
           WRITE RPT-PRINT-REC
           MOVE WS-HOLD-COUNT TO RPT-HOLD-COUNT
           MOVE RPT-HOLD-LINE TO RPT-PRINT-REC
           WRITE RPT-PRINT-REC
           MOVE WS-REVERSAL-COUNT TO RPT-RVM-COUNT
           MOVE RPT-RVSL-SUM-LINE TO RPT-PRINT-REC
           WRITE RPT-PRINT-REC
           MOVE WS-PPA-COUNT TO RPT-PPA-COUNT
           MOVE RPT-PPA-LINE TO RPT-PRINT-REC
           WRITE RPT-PRINT-REC
           MOVE WS-CALC-COUNT TO RPT-SUM-COUNT
           MOVE WS-RESULT-SUM TO RPT-SUM-RESULT
           MOVE RPT-SUMMARY-LINE TO RPT-PRINT-REC
               MOVE "N" TO STAT-RESTART-FLAG
           END-IF
           MOVE RETURN-CODE TO STAT-RETURN-CODE
           MOVE WS-CYCLE-NO TO STAT-CYCLE-NO
           MOVE WS-TODAY-YYYYMMDD TO STAT-PROC-DATE
           WRITE MULT-RUN-STAT-REC
           CLOSE MULT-STAT-FILE.

