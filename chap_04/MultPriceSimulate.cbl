       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultPriceSimulate.
      *> What-if repricing of a PROPOSED quantity-break table
      *> against posted history, so finance can approve a pricing
      *> change before it is loaded into MULTPBRK instead of finding
      *> out what it did when the GL moves. Every calculation on the
      *> keyed results master (MULTRMST) with a run date inside the
      *> selection card's range is re-priced through the proposed
      *> table with the same tier choice the multiply step's
      *> SelectPriceTier makes - of the item's tiers whose minimum
      *> quantity is Num1 or less, the highest minimum wins - and
      *> the same rounding the control file (MULTCTL) sets for the
      *> live run. The report prints current (as posted) versus
      *> simulated Result by item and by department with the net
      *> change, and lists every item whose tier would shift: the
      *> tier the live table selects for the quantity against the
      *> tier the proposed table selects.
      *> Both tables are read by key, an item at a time: the live
      *> tiers from MULTPBKK, as the multiply step reads them, and
      *> the proposed tiers from MULTPBPK, a keyed copy of the
      *> proposed sequential file loaded by MultRefLoad (letter P)
      *> in the step before this one, so the proposed file is
      *> numbered into tiers exactly as it would be once approved.
      *> Amounts are compared in the base currency. Tier amounts are
      *> base currency and the multiply step tier-prices only
      *> base-currency transactions, so a calculation posted in any
      *> other currency is not re-priced: it is carried at its
      *> posted base amount on both sides and counted. A result
      *> loaded before currencies were carried is a base-currency
      *> amount already.
      *> An item the proposed table gives no qualifying tier keeps
      *> the unit amount it posted at. Where that posted amount was
      *> itself a tier amount the sender's flat amount is no longer
      *> known, so the record is re-priced at the posted amount and
      *> counted on the report as "flat amount not on file".
      *> Calculations already flagged reversed are skipped - they
      *> no longer stand in the ledger.
      *> The item figures are not held in storage: each re-priced
      *> calculation is released to a sort by item and tier shift,
      *> and the sorted stream is summed an item at a time, so the
      *> range can cover any number of items. The tier-shift lines
      *> come out of the same pass and are held on a work file
      *> (MULTPSWK) until their section of the report.
      *> Read only: the master is opened INPUT, and the program has
      *> no MULTOUT, MULTGL or master output of any kind.
      *> Return codes: 0 = simulation printed, 4 = nothing on the
      *> master in the range, 8 = selection card missing or invalid,
      *> 16 = the master could not be read, the sort failed or the
      *> department table is full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-SIM-SELECT-FILE ASSIGN TO "MULTPSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-FILE-STATUS.

           SELECT MULT-CTRL-FILE ASSIGN TO "MULTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-FILE-STATUS.

           SELECT MULT-PBKK-FILE ASSIGN TO "MULTPBKK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTK-KEY
               FILE STATUS IS WS-PBKK-FILE-STATUS.

           SELECT MULT-PBPK-FILE ASSIGN TO "MULTPBPK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBPK-KEY
               FILE STATUS IS WS-PBPK-FILE-STATUS.

           SELECT MULT-RMST-FILE ASSIGN TO "MULTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMST-KEY
               FILE STATUS IS WS-RMST-FILE-STATUS.

           SELECT PRICE-SIM-RPT-FILE ASSIGN TO "MULTPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-SIM-WORK-FILE ASSIGN TO "MULTPSWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT PRICE-SIM-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-SIM-SELECT-FILE.
       COPY MULTPSL.

       FD  MULT-CTRL-FILE.
       COPY MULTCTL.

       FD  MULT-PBKK-FILE.
       COPY MULTPTK.

      *> The proposed table is loaded by MultRefLoad into the live
      *> MULTPTK layout - the fields here must track that copybook.
       FD  MULT-PBPK-FILE.
       01  PBPK-REC.
           05  PBPK-KEY.
               10  PBPK-ITEM-CODE      PIC X(8).
               10  PBPK-MIN-QTY        PIC 9(5).
           05  PBPK-UNIT-AMOUNT        PIC 9(5)V99.
           05  PBPK-TIER               PIC 99.

       FD  MULT-RMST-FILE.
       COPY MULTRMS.

       FD  PRICE-SIM-RPT-FILE.
       01  PSR-PRINT-REC               PIC X(132).

       FD  PRICE-SIM-WORK-FILE.
       01  PSW-PRINT-REC               PIC X(132).

      *> One sort record per re-priced calculation. Within an item,
      *> the calculations whose tier would shift sort together by
      *> their from and to tiers, so each shift is one run of keys.
       SD  PRICE-SIM-SORT-FILE.
       01  PSM-SORT-REC.
           05  SRT-KEY.
               10  SRT-ITEM-CODE       PIC X(8).
               10  SRT-SHIFT-FLAG      PIC X.
               10  SRT-FROM-TIER       PIC 99.
               10  SRT-TO-TIER         PIC 99.
           05  SRT-FROM-MIN-QTY        PIC 9(5).
           05  SRT-TO-MIN-QTY          PIC 9(5).
           05  SRT-CURRENT             PIC 9(11)V99.
           05  SRT-SIMULATED           PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-SEL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CTRL-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PBKK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PBPK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RMST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".
       01  WS-TIER-EOF-SWITCH          PIC X VALUE "N".
           88  WS-TIER-END-OF-FILE          VALUE "Y".
       01  WS-SEL-READ-SWITCH          PIC X VALUE "N".
           88  WS-SELECTION-READ            VALUE "Y".
       01  WS-PBKK-SWITCH              PIC X VALUE "N".
           88  WS-PBKK-OPEN                 VALUE "Y".
       01  WS-PBPK-SWITCH              PIC X VALUE "N".
           88  WS-PBPK-OPEN                 VALUE "Y".

       COPY MULTBCY.

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.

       01  WS-MMDDYYYY                 PIC 9(8).

       01  WS-SEL-FROM-DATE            PIC X(8) VALUE SPACES.
       01  WS-SEL-FROM-DATE-9 REDEFINES WS-SEL-FROM-DATE
                                       PIC 9(8).
       01  WS-SEL-TO-DATE              PIC X(8) VALUE SPACES.
       01  WS-SEL-TO-DATE-9 REDEFINES WS-SEL-TO-DATE
                                       PIC 9(8).

      *> Rounding as the multiply step applies it - same control
      *> file, same fallback to 2 places rounded.
       01  WS-SCALE-FACTOR             PIC 9(4) VALUE 100.
       01  WS-RAW-PRODUCT              PIC 9(10)V9(4) VALUE ZEROES.
       01  WS-SCALED-RESULT            PIC 9(13) VALUE ZEROES.
       01  WS-CUR-RESULT               PIC 9(11)V99 VALUE ZEROES.
       01  WS-SIM-RESULT               PIC 9(11)V99 VALUE ZEROES.
       01  WS-SIM-UNIT-AMOUNT          PIC 9(5)V99 VALUE ZEROES.

      *> Tier numbers are the ordinal within the item, as the
      *> multiply step numbers them.
       01  WS-CURRENT-TIER-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-PROPOSED-TIER-COUNT      PIC 9(7) VALUE ZEROES.

       01  WS-APPLIED-TIER             PIC 99 VALUE ZEROES.
       01  WS-APPLIED-UNIT-AMOUNT      PIC 9(5)V99 VALUE ZEROES.
       01  WS-APPLIED-MIN-QTY          PIC 9(5) VALUE ZEROES.
       01  WS-CUR-TIER                 PIC 99 VALUE ZEROES.
       01  WS-CUR-MIN-QTY              PIC 9(5) VALUE ZEROES.
       01  WS-SIM-TIER                 PIC 99 VALUE ZEROES.
       01  WS-SIM-MIN-QTY              PIC 9(5) VALUE ZEROES.
       01  WS-SHIFT-SWITCH             PIC X VALUE "N".
           88  WS-TIER-SHIFTS               VALUE "Y".

       01  WS-READ-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-OTHER-CURRENCY-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-FLAT-UNKNOWN-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-SHIFTED-REC-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-SHIFT-LINE-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-TOT-RECS                 PIC 9(7) VALUE ZEROES.
       01  WS-TOT-CURRENT              PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-SIMULATED            PIC S9(11)V99 VALUE ZEROES.

      *> Figures handed to WriteAmountLine.
       01  WS-LINE-KEY                 PIC X(8) VALUE SPACES.
       01  WS-LINE-RECS                PIC 9(7) VALUE ZEROES.
       01  WS-LINE-CURRENT             PIC S9(11)V99 VALUE ZEROES.
       01  WS-LINE-SIMULATED           PIC S9(11)V99 VALUE ZEROES.
       01  WS-LINE-CHANGE              PIC S9(11)V99 VALUE ZEROES.
       01  WS-LINE-PCT                 PIC S9(4)V99 VALUE ZEROES.
       01  WS-LINE-FLAG                PIC X(10) VALUE SPACES.

      *> The item and the tier shift being summed from the sorted
      *> stream, and the key of the record last returned
      *> (HIGH-VALUES once the stream is exhausted, so it breaks the
      *> last item).
       01  WS-RETURNED-KEY.
           05  WS-RET-ITEM-CODE        PIC X(8) VALUE SPACES.
           05  WS-RET-SHIFT-KEY        PIC X(5) VALUE SPACES.
       01  WS-ITEM-CODE                PIC X(8) VALUE SPACES.
       01  WS-ITEM-RECS                PIC 9(7) VALUE ZEROES.
       01  WS-ITEM-CURRENT             PIC S9(11)V99 VALUE ZEROES.
       01  WS-ITEM-SIMULATED           PIC S9(11)V99 VALUE ZEROES.
       01  WS-ITEM-SHIFTS              PIC 9(7) VALUE ZEROES.
       01  WS-SHIFT-KEY.
           05  WS-SK-SHIFT-FLAG        PIC X.
           05  WS-SK-FROM-TIER         PIC 99.
           05  WS-SK-TO-TIER           PIC 99.
       01  WS-SHIFT-FROM-MIN           PIC 9(5) VALUE ZEROES.
       01  WS-SHIFT-TO-MIN             PIC 9(5) VALUE ZEROES.
       01  WS-SHIFT-RECS               PIC 9(7) VALUE ZEROES.
       01  WS-SHIFT-CHANGE             PIC S9(11)V99 VALUE ZEROES.

      *> Per-department accumulators, held in key order as entries
      *> are added so the section prints in sequence.
       01  WS-INSERT-SUB               PIC 9(5) VALUE ZEROES.
       01  WS-MOVE-SUB                 PIC 9(5) VALUE ZEROES.
       01  WS-FOUND-SUB                PIC 9(5) VALUE ZEROES.

       01  WS-DEPT-TABLE-MAX           PIC 9(5) VALUE 100.
       01  WS-DEPT-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DEPT-COUNT
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-TBL-CODE        PIC X(4).
               10  WS-DEPT-TBL-RECS        PIC 9(7).
               10  WS-DEPT-TBL-CURRENT     PIC S9(11)V99.
               10  WS-DEPT-TBL-SIMULATED   PIC S9(11)V99.

       COPY MULTPSR.

       PROCEDURE DIVISION.
       SimulateRepricing.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-MM TO WS-MMDDYYYY(1:2)
           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)

           PERFORM ReadSelectionCard
           PERFORM ValidateSelectionCard
           PERFORM ReadControlFile
           PERFORM OpenPriceBreaks

           OPEN INPUT MULT-RMST-FILE
           IF WS-RMST-FILE-STATUS NOT = "00"
               DISPLAY "RESULTS MASTER OPEN FAILED - STATUS "
                   WS-RMST-FILE-STATUS
               PERFORM ClosePriceBreaks
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRICE-SIM-RPT-FILE
           OPEN OUTPUT PRICE-SIM-WORK-FILE
           PERFORM WriteReportHeading

           SORT PRICE-SIM-SORT-FILE
               ON ASCENDING KEY SRT-ITEM-CODE SRT-SHIFT-FLAG
                   SRT-FROM-TIER SRT-TO-TIER
               INPUT PROCEDURE IS RepriceRange
               OUTPUT PROCEDURE IS WriteItemLines

           CLOSE PRICE-SIM-WORK-FILE
           CLOSE MULT-RMST-FILE
           PERFORM ClosePriceBreaks

           IF SORT-RETURN NOT = ZERO
               DISPLAY "SIMULATION SORT FAILED - SORT-RETURN "
                   SORT-RETURN " - REPORT INCOMPLETE"
               CLOSE PRICE-SIM-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WriteReportBody
           CLOSE PRICE-SIM-RPT-FILE

           IF WS-TOT-RECS = ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       ReadSelectionCard.
           OPEN INPUT PRICE-SIM-SELECT-FILE
           IF WS-SEL-FILE-STATUS = "00"
               READ PRICE-SIM-SELECT-FILE
                   NOT AT END
                       SET WS-SELECTION-READ TO TRUE
                       MOVE PSL-FROM-DATE TO WS-SEL-FROM-DATE
                       MOVE PSL-TO-DATE TO WS-SEL-TO-DATE
               END-READ
               CLOSE PRICE-SIM-SELECT-FILE
           END-IF
           IF NOT WS-SELECTION-READ
               DISPLAY "NO SIMULATION SELECTION CARD SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ValidateSelectionCard.
           IF WS-SEL-FROM-DATE-9 IS NOT NUMERIC
                   OR WS-SEL-FROM-DATE-9 = ZEROES
               DISPLAY "SIMULATION FROM DATE IS NOT NUMERIC: "
                   WS-SEL-FROM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEL-TO-DATE-9 IS NOT NUMERIC
                   OR WS-SEL-TO-DATE-9 = ZEROES
               DISPLAY "SIMULATION TO DATE IS NOT NUMERIC: "
                   WS-SEL-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEL-TO-DATE-9 < WS-SEL-FROM-DATE-9
               DISPLAY "SIMULATION TO DATE " WS-SEL-TO-DATE
                   " IS BEFORE FROM DATE " WS-SEL-FROM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Same defaults and fallbacks as the multiply step's own
      *> ReadControlFile/ValidateControlRecord, so a simulated
      *> result rounds exactly as the live one would.
       ReadControlFile.
           MOVE 2 TO CTRL-DECIMAL-PLACES
           MOVE "R" TO CTRL-ROUNDING-MODE
           OPEN INPUT MULT-CTRL-FILE
           IF WS-CTRL-FILE-STATUS = "00"
               READ MULT-CTRL-FILE
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE MULT-CTRL-FILE
           END-IF
           IF CTRL-DECIMAL-PLACES IS NOT NUMERIC
                   OR CTRL-DECIMAL-PLACES > 2
               MOVE 2 TO CTRL-DECIMAL-PLACES
               MOVE "R" TO CTRL-ROUNDING-MODE
           END-IF
           IF CTRL-ROUNDING-MODE NOT = "R" AND
                   CTRL-ROUNDING-MODE NOT = "T"
               MOVE "R" TO CTRL-ROUNDING-MODE
           END-IF
           COMPUTE WS-SCALE-FACTOR = 10 ** CTRL-DECIMAL-PLACES.

      *> Both keyed tables are optional. With no live table every
      *> calculation's current tier is 0; with no proposed table
      *> every item falls to its flat amount. Each table's size is
      *> counted for the criteria line.
       OpenPriceBreaks.
           OPEN INPUT MULT-PBKK-FILE
           IF WS-PBKK-FILE-STATUS = "00"
               SET WS-PBKK-OPEN TO TRUE
               MOVE LOW-VALUES TO PTK-KEY
               MOVE "N" TO WS-TIER-EOF-SWITCH
               START MULT-PBKK-FILE KEY IS NOT LESS THAN PTK-KEY
                   INVALID KEY
                       SET WS-TIER-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-TIER-END-OF-FILE
                   READ MULT-PBKK-FILE NEXT RECORD
                       AT END
                           SET WS-TIER-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CURRENT-TIER-COUNT
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "LIVE PRICE BREAKS MULTPBKK NOT AVAILABLE - "
                   "STATUS " WS-PBKK-FILE-STATUS
           END-IF

           OPEN INPUT MULT-PBPK-FILE
           IF WS-PBPK-FILE-STATUS = "00"
               SET WS-PBPK-OPEN TO TRUE
               MOVE LOW-VALUES TO PBPK-KEY
               MOVE "N" TO WS-TIER-EOF-SWITCH
               START MULT-PBPK-FILE KEY IS NOT LESS THAN PBPK-KEY
                   INVALID KEY
                       SET WS-TIER-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-TIER-END-OF-FILE
                   READ MULT-PBPK-FILE NEXT RECORD
                       AT END
                           SET WS-TIER-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PROPOSED-TIER-COUNT
                   END-READ
               END-PERFORM
           END-IF
           IF WS-PROPOSED-TIER-COUNT = ZEROES
               DISPLAY "PROPOSED PRICE-BREAK FILE IS EMPTY OR MISSING"
                   " - EVERY ITEM WOULD FALL TO ITS FLAT AMOUNT"
           END-IF.

       ClosePriceBreaks.
           IF WS-PBKK-OPEN
               CLOSE MULT-PBKK-FILE
           END-IF
           IF WS-PBPK-OPEN
               CLOSE MULT-PBPK-FILE
           END-IF.

      *> Input to the sort. Position at the first key of the first
      *> run date and read forward until the run date passes the
      *> end of the range.
       RepriceRange.
           MOVE WS-SEL-FROM-DATE-9 TO RMST-RUN-DATE
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
                       IF RMST-RUN-DATE > WS-SEL-TO-DATE-9
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           IF RMST-REVERSED-FLAG = "Y"
                               ADD 1 TO WS-REVERSED-COUNT
                           ELSE
                               PERFORM RepriceOneResult
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> The current figure is the base amount as posted. The
      *> simulated figure is Num1 times the proposed tier's unit
      *> amount (or the posted unit amount when no proposed tier
      *> qualifies), scaled and rounded exactly as
      *> CalculateTransaction does. A calculation posted in another
      *> currency keeps its posted base amount on both sides.
       RepriceOneResult.
           IF RMST-CURRENCY = SPACES
                   OR RMST-BASE-RESULT IS NOT NUMERIC
               MOVE RMST-RESULT TO WS-CUR-RESULT
           ELSE
               MOVE RMST-BASE-RESULT TO WS-CUR-RESULT
           END-IF

           IF RMST-CURRENCY = SPACES
                   OR RMST-CURRENCY = MULT-BASE-CURRENCY
               PERFORM SelectCurrentTier
               MOVE WS-APPLIED-TIER TO WS-CUR-TIER
               MOVE WS-APPLIED-MIN-QTY TO WS-CUR-MIN-QTY
               PERFORM SelectProposedTier
               MOVE WS-APPLIED-TIER TO WS-SIM-TIER
               MOVE WS-APPLIED-MIN-QTY TO WS-SIM-MIN-QTY
               MOVE WS-APPLIED-UNIT-AMOUNT TO WS-SIM-UNIT-AMOUNT
               IF WS-SIM-TIER = ZEROES AND WS-CUR-TIER > ZEROES
                   ADD 1 TO WS-FLAT-UNKNOWN-COUNT
               END-IF
               PERFORM ComputeSimulatedResult
           ELSE
               ADD 1 TO WS-OTHER-CURRENCY-COUNT
               MOVE ZEROES TO WS-CUR-TIER WS-CUR-MIN-QTY
               MOVE ZEROES TO WS-SIM-TIER WS-SIM-MIN-QTY
               MOVE WS-CUR-RESULT TO WS-SIM-RESULT
           END-IF

           ADD 1 TO WS-TOT-RECS
           ADD WS-CUR-RESULT TO WS-TOT-CURRENT
           ADD WS-SIM-RESULT TO WS-TOT-SIMULATED

           MOVE "N" TO WS-SHIFT-SWITCH
           IF WS-CUR-TIER = ZEROES OR WS-SIM-TIER = ZEROES
               IF WS-CUR-TIER NOT = WS-SIM-TIER
                   SET WS-TIER-SHIFTS TO TRUE
               END-IF
           ELSE
               IF WS-CUR-MIN-QTY NOT = WS-SIM-MIN-QTY
                   SET WS-TIER-SHIFTS TO TRUE
               END-IF
           END-IF

           PERFORM AccumulateDept

           MOVE RMST-ITEM-CODE TO SRT-ITEM-CODE
           IF WS-TIER-SHIFTS
               ADD 1 TO WS-SHIFTED-REC-COUNT
               MOVE "Y" TO SRT-SHIFT-FLAG
               MOVE WS-CUR-TIER TO SRT-FROM-TIER
               MOVE WS-SIM-TIER TO SRT-TO-TIER
               MOVE WS-CUR-MIN-QTY TO SRT-FROM-MIN-QTY
               MOVE WS-SIM-MIN-QTY TO SRT-TO-MIN-QTY
           ELSE
               MOVE "N" TO SRT-SHIFT-FLAG
               MOVE ZEROES TO SRT-FROM-TIER SRT-TO-TIER
               MOVE ZEROES TO SRT-FROM-MIN-QTY SRT-TO-MIN-QTY
           END-IF
           MOVE WS-CUR-RESULT TO SRT-CURRENT
           MOVE WS-SIM-RESULT TO SRT-SIMULATED
           RELEASE PSM-SORT-REC.

       ComputeSimulatedResult.
           COMPUTE WS-RAW-PRODUCT = RMST-NUM1 * WS-SIM-UNIT-AMOUNT
           IF CTRL-ROUNDING-MODE = "T"
               COMPUTE WS-SCALED-RESULT =
                   FUNCTION INTEGER-PART(
                       WS-RAW-PRODUCT * WS-SCALE-FACTOR)
           ELSE
               COMPUTE WS-SCALED-RESULT ROUNDED =
                   WS-RAW-PRODUCT * WS-SCALE-FACTOR
           END-IF
           COMPUTE WS-SIM-RESULT = WS-SCALED-RESULT / WS-SCALE-FACTOR.

      *> The multiply step's tier choice, read by key: the item's
      *> tiers sit in ascending minimum quantity, so the tier is the
      *> last one read whose minimum is Num1 or less. No tier
      *> qualifying leaves tier 0 and the posted unit amount.
       SelectCurrentTier.
           MOVE ZEROES TO WS-APPLIED-TIER
           MOVE ZEROES TO WS-APPLIED-MIN-QTY
           MOVE RMST-NUM2 TO WS-APPLIED-UNIT-AMOUNT
           IF WS-PBKK-OPEN
               MOVE "N" TO WS-TIER-EOF-SWITCH
               MOVE RMST-ITEM-CODE TO PTK-ITEM-CODE
               MOVE ZEROES TO PTK-MIN-QTY
               START MULT-PBKK-FILE KEY IS NOT LESS THAN PTK-KEY
                   INVALID KEY
                       SET WS-TIER-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-TIER-END-OF-FILE
                   READ MULT-PBKK-FILE NEXT RECORD
                       AT END
                           SET WS-TIER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PTK-ITEM-CODE NOT = RMST-ITEM-CODE
                               OR PTK-MIN-QTY > RMST-NUM1
                               SET WS-TIER-END-OF-FILE TO TRUE
                           ELSE
                               MOVE PTK-TIER TO WS-APPLIED-TIER
                               MOVE PTK-MIN-QTY TO WS-APPLIED-MIN-QTY
                               MOVE PTK-UNIT-AMOUNT
                                   TO WS-APPLIED-UNIT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SelectProposedTier.
           MOVE ZEROES TO WS-APPLIED-TIER
           MOVE ZEROES TO WS-APPLIED-MIN-QTY
           MOVE RMST-NUM2 TO WS-APPLIED-UNIT-AMOUNT
           IF WS-PBPK-OPEN
               MOVE "N" TO WS-TIER-EOF-SWITCH
               MOVE RMST-ITEM-CODE TO PBPK-ITEM-CODE
               MOVE ZEROES TO PBPK-MIN-QTY
               START MULT-PBPK-FILE KEY IS NOT LESS THAN PBPK-KEY
                   INVALID KEY
                       SET WS-TIER-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-TIER-END-OF-FILE
                   READ MULT-PBPK-FILE NEXT RECORD
                       AT END
                           SET WS-TIER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PBPK-ITEM-CODE NOT = RMST-ITEM-CODE
                               OR PBPK-MIN-QTY > RMST-NUM1
                               SET WS-TIER-END-OF-FILE TO TRUE
                           ELSE
                               MOVE PBPK-TIER TO WS-APPLIED-TIER
                               MOVE PBPK-MIN-QTY
                                   TO WS-APPLIED-MIN-QTY
                               MOVE PBPK-UNIT-AMOUNT
                                   TO WS-APPLIED-UNIT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       AccumulateDept.
           MOVE ZEROES TO WS-FOUND-SUB
           MOVE ZEROES TO WS-INSERT-SUB
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
                       OR WS-FOUND-SUB > ZEROES
                       OR WS-INSERT-SUB > ZEROES
               IF WS-DEPT-TBL-CODE (DEPT-IDX) = RMST-DEPT-CODE
                   SET WS-FOUND-SUB TO DEPT-IDX
               ELSE
                   IF WS-DEPT-TBL-CODE (DEPT-IDX) > RMST-DEPT-CODE
                       SET WS-INSERT-SUB TO DEPT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZEROES
               IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
                   DISPLAY "SIMULATION COVERS MORE THAN "
                       WS-DEPT-TABLE-MAX " DEPARTMENTS - "
                       "INCREASE WS-DEPT-TABLE-MAX"
                   CLOSE MULT-RMST-FILE
                   PERFORM ClosePriceBreaks
                   CLOSE PRICE-SIM-WORK-FILE
                   CLOSE PRICE-SIM-RPT-FILE
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
               MOVE RMST-DEPT-CODE TO WS-DEPT-TBL-CODE (WS-FOUND-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-RECS (WS-FOUND-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-CURRENT (WS-FOUND-SUB)
               MOVE ZEROES TO WS-DEPT-TBL-SIMULATED (WS-FOUND-SUB)
           END-IF
           ADD 1 TO WS-DEPT-TBL-RECS (WS-FOUND-SUB)
           ADD WS-CUR-RESULT TO WS-DEPT-TBL-CURRENT (WS-FOUND-SUB)
           ADD WS-SIM-RESULT TO WS-DEPT-TBL-SIMULATED (WS-FOUND-SUB).

      *> Output of the sort: sum each item into one amount line,
      *> and each run of calculations shifting between the same two
      *> tiers into one shift line on the work file.
       WriteItemLines.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM ReturnSortedResult
           PERFORM UNTIL WS-END-OF-FILE
               MOVE WS-RET-ITEM-CODE TO WS-ITEM-CODE
               MOVE ZEROES TO WS-ITEM-RECS WS-ITEM-SHIFTS
               MOVE ZEROES TO WS-ITEM-CURRENT WS-ITEM-SIMULATED
               PERFORM UNTIL WS-RET-ITEM-CODE NOT = WS-ITEM-CODE
                   PERFORM SumOneShiftKey
               END-PERFORM
               MOVE WS-ITEM-CODE TO WS-LINE-KEY
               MOVE WS-ITEM-RECS TO WS-LINE-RECS
               MOVE WS-ITEM-CURRENT TO WS-LINE-CURRENT
               MOVE WS-ITEM-SIMULATED TO WS-LINE-SIMULATED
               IF WS-ITEM-SHIFTS > ZEROES
                   MOVE "TIER SHIFT" TO WS-LINE-FLAG
               ELSE
                   MOVE SPACES TO WS-LINE-FLAG
               END-IF
               PERFORM WriteAmountLine
           END-PERFORM.

       SumOneShiftKey.
           MOVE WS-RET-SHIFT-KEY TO WS-SHIFT-KEY
           MOVE SRT-FROM-MIN-QTY TO WS-SHIFT-FROM-MIN
           MOVE SRT-TO-MIN-QTY TO WS-SHIFT-TO-MIN
           MOVE ZEROES TO WS-SHIFT-RECS
           MOVE ZEROES TO WS-SHIFT-CHANGE
           PERFORM UNTIL WS-RET-ITEM-CODE NOT = WS-ITEM-CODE
                   OR WS-RET-SHIFT-KEY NOT = WS-SHIFT-KEY
               ADD 1 TO WS-ITEM-RECS
               ADD SRT-CURRENT TO WS-ITEM-CURRENT
               ADD SRT-SIMULATED TO WS-ITEM-SIMULATED
               ADD 1 TO WS-SHIFT-RECS
               COMPUTE WS-SHIFT-CHANGE =
                   WS-SHIFT-CHANGE + SRT-SIMULATED - SRT-CURRENT
               PERFORM ReturnSortedResult
           END-PERFORM
           IF WS-SK-SHIFT-FLAG = "Y"
               ADD WS-SHIFT-RECS TO WS-ITEM-SHIFTS
               PERFORM WriteShiftLine
           END-IF.

       ReturnSortedResult.
           RETURN PRICE-SIM-SORT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-RETURNED-KEY
               NOT AT END
                   MOVE SRT-KEY TO WS-RETURNED-KEY
           END-RETURN.

       WriteReportHeading.
           MOVE WS-MMDDYYYY TO PSR-HDR-DATE
           MOVE PSR-HEADER-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC

           MOVE WS-SEL-FROM-DATE-9 TO PSR-CRI-FROM-DATE
           MOVE WS-SEL-TO-DATE-9 TO PSR-CRI-TO-DATE
           MOVE WS-PROPOSED-TIER-COUNT TO PSR-CRI-PROPOSED
           MOVE WS-CURRENT-TIER-COUNT TO PSR-CRI-CURRENT
           MOVE PSR-CRITERIA-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC

           MOVE "CURRENT VERSUS SIMULATED BASE RESULT BY ITEM"
               TO PSR-SEC-TITLE
           MOVE PSR-SECTION-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC.

      *> Everything after the item section: departments, the net
      *> change, the tier shifts held on the work file, and the
      *> counts.
       WriteReportBody.
           MOVE "CURRENT VERSUS SIMULATED BASE RESULT BY DEPARTMENT"
               TO PSR-SEC-TITLE
           MOVE PSR-SECTION-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-TBL-CODE (DEPT-IDX) TO WS-LINE-KEY
               MOVE WS-DEPT-TBL-RECS (DEPT-IDX) TO WS-LINE-RECS
               MOVE WS-DEPT-TBL-CURRENT (DEPT-IDX) TO WS-LINE-CURRENT
               MOVE WS-DEPT-TBL-SIMULATED (DEPT-IDX)
                   TO WS-LINE-SIMULATED
               MOVE SPACES TO WS-LINE-FLAG
               PERFORM WriteAmountLine
           END-PERFORM

           MOVE "NET CHANGE - ALL CALCULATIONS IN RANGE"
               TO PSR-SEC-TITLE
           MOVE PSR-SECTION-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC
           MOVE "TOTAL" TO WS-LINE-KEY
           MOVE WS-TOT-RECS TO WS-LINE-RECS
           MOVE WS-TOT-CURRENT TO WS-LINE-CURRENT
           MOVE WS-TOT-SIMULATED TO WS-LINE-SIMULATED
           MOVE SPACES TO WS-LINE-FLAG
           PERFORM WriteAmountLine

           MOVE "ITEMS WHOSE PRICE TIER WOULD SHIFT"
               TO PSR-SEC-TITLE
           MOVE PSR-SECTION-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC
           IF WS-SHIFT-LINE-COUNT > ZEROES
               OPEN INPUT PRICE-SIM-WORK-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PRICE-SIM-WORK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE PSR-PRINT-REC FROM PSW-PRINT-REC
                   END-READ
               END-PERFORM
               CLOSE PRICE-SIM-WORK-FILE
           END-IF

           MOVE SPACES TO PSR-COUNT-LINE
           MOVE "0" TO PSR-CNT-CTRL
           MOVE "CALCULATIONS READ IN RANGE:" TO PSR-CNT-LABEL
           MOVE WS-READ-COUNT TO PSR-CNT-VALUE
           MOVE PSR-COUNT-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC

           MOVE SPACES TO PSR-COUNT-LINE
           MOVE "REVERSED - NOT RE-PRICED:" TO PSR-CNT-LABEL
           MOVE WS-REVERSED-COUNT TO PSR-CNT-VALUE
           MOVE PSR-COUNT-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC

           MOVE SPACES TO PSR-COUNT-LINE
           MOVE "CALCULATIONS RE-PRICED:" TO PSR-CNT-LABEL
           MOVE WS-TOT-RECS TO PSR-CNT-VALUE
           MOVE PSR-COUNT-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC

           MOVE SPACES TO PSR-COUNT-LINE
           MOVE "OTHER CURRENCY - AT POSTED BASE AMOUNT:"
               TO PSR-CNT-LABEL
           MOVE WS-OTHER-CURRENCY-COUNT TO PSR-CNT-VALUE
           MOVE PSR-COUNT-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC

           MOVE SPACES TO PSR-COUNT-LINE
           MOVE "CALCULATIONS WHOSE TIER WOULD SHIFT:"
               TO PSR-CNT-LABEL
           MOVE WS-SHIFTED-REC-COUNT TO PSR-CNT-VALUE
           MOVE PSR-COUNT-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC

           MOVE SPACES TO PSR-COUNT-LINE
           MOVE "FLAT AMOUNT NOT ON FILE - POSTED AMOUNT:"
               TO PSR-CNT-LABEL
           MOVE WS-FLAT-UNKNOWN-COUNT TO PSR-CNT-VALUE
           MOVE PSR-COUNT-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC.

       WriteAmountLine.
           COMPUTE WS-LINE-CHANGE = WS-LINE-SIMULATED - WS-LINE-CURRENT
           MOVE ZEROES TO WS-LINE-PCT
           IF WS-LINE-CURRENT NOT = ZEROES
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-CHANGE * 100 / WS-LINE-CURRENT
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-LINE-PCT
               END-COMPUTE
           END-IF
           MOVE WS-LINE-KEY TO PSR-AMT-KEY
           MOVE WS-LINE-RECS TO PSR-AMT-RECS
           MOVE WS-LINE-CURRENT TO PSR-AMT-CURRENT
           MOVE WS-LINE-SIMULATED TO PSR-AMT-SIMULATED
           MOVE WS-LINE-CHANGE TO PSR-AMT-CHANGE
           MOVE WS-LINE-PCT TO PSR-AMT-PCT
           MOVE WS-LINE-FLAG TO PSR-AMT-FLAG
           MOVE PSR-AMOUNT-LINE TO PSR-PRINT-REC
           WRITE PSR-PRINT-REC.

      *> Shift lines go to the work file; WriteReportBody copies
      *> them into their section.
       WriteShiftLine.
           MOVE WS-ITEM-CODE TO PSR-SHF-ITEM-CODE
           MOVE WS-SK-FROM-TIER TO PSR-SHF-FROM-TIER
           MOVE WS-SHIFT-FROM-MIN TO PSR-SHF-FROM-MIN
           MOVE WS-SK-TO-TIER TO PSR-SHF-TO-TIER
           MOVE WS-SHIFT-TO-MIN TO PSR-SHF-TO-MIN
           MOVE WS-SHIFT-RECS TO PSR-SHF-RECS
           MOVE WS-SHIFT-CHANGE TO PSR-SHF-CHANGE
           IF WS-SK-TO-TIER = ZEROES
                   AND WS-SK-FROM-TIER > ZEROES
               MOVE "AT POSTED AMOUNT" TO PSR-SHF-NOTE
           ELSE
               MOVE SPACES TO PSR-SHF-NOTE
           END-IF
           WRITE PSW-PRINT-REC FROM PSR-SHIFT-LINE
           ADD 1 TO WS-SHIFT-LINE-COUNT.

       END PROGRAM MultPriceSimulate.
