       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultXmitCheck.
      *> Proves the night's MULTIN transmissions against the
      *> expected-transmission calendar (MULTSCHD, maintained by
      *> MultSchedMaint), so an outage at a sending system is chased
      *> the same morning instead of being noticed days later when
      *> someone asks why a department's numbers are light. Reads
      *> the batch verdicts (MULTBATV) of every processing cycle run
      *> on the check date and the cumulative run statistics
      *> (MULTSTAT) and lists, by sending system:
      *>   MISSING      - due on the check date's day of the week
      *>                  and no batch dated the check date arrived;
      *>   LATE         - sent after the sender's cutoff, or a batch
      *>                  dated an earlier day (a catch-up arrival);
      *>   DUPLICATE    - a transmission sequence number the sender
      *>                  already used on a batch that posted;
      *>   OUT OF SEQ   - a sequence number that is not one higher
      *>                  than the last one the sender used;
      *>   UNSCHEDULED / NOT DUE - a sender not on the calendar, or
      *>                  one sending on a day it is not due.
      *> A refused batch counts as arrived (its verdict is already
      *> on the sender's response file) and its sequence number may
      *> be sent again on the retransmission without being called
      *> a duplicate. The sequence memory is the cumulative
      *> transmission log (MULTXLGI in, MULTXLGO out, layout
      *> MULTXLG), carried generation to generation; a rerun for
      *> the same check date replaces that date's log records
      *> rather than doubling them.
      *> The check date is PARM (YYYYMMDD) when supplied, otherwise
      *> the processing date of the latest run-statistics row - the
      *> night the multiply step last ran. Statistics rows are
      *> matched to the check date on their processing date
      *> (STAT-PROC-DATE), the same date the multiply step stamps on
      *> its batch verdicts, never on the date the row was written:
      *> a restart that runs past midnight keeps the interrupted
      *> run's processing date, so its row still pairs with the
      *> verdicts the interrupted run wrote. MULTBATV is the whole
      *> verdict generation group, newest first; the check date's
      *> verdicts are taken one generation per cycle (the newest,
      *> so a cycle rerun or restarted counts once) and judged in
      *> cycle order, each cycle's batches in MULTIN order. Each
      *> cycle's latest statistics row is reported. No statistics
      *> row for the check date, or a cycle refused whole, is
      *> reported as such: that cycle proved no batch, so its
      *> senders show as missing.
      *> Return codes: 0 = every due sender arrived on time and in
      *> sequence, 4 = late, duplicate, out-of-sequence or
      *> unscheduled transmissions, 8 = a due sender is missing or
      *> the multiply run is missing or was refused whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-SCHD-FILE ASSIGN TO "MULTSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHD-FILE-STATUS.

           SELECT MULT-BATV-FILE ASSIGN TO "MULTBATV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATV-FILE-STATUS.

           SELECT MULT-STAT-FILE ASSIGN TO "MULTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT MULT-XLGI-FILE ASSIGN TO "MULTXLGI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLGI-FILE-STATUS.

           SELECT MULT-XLGO-FILE ASSIGN TO "MULTXLGO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XMIT-RPT-FILE ASSIGN TO "MULTXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-SCHD-FILE.
       COPY MULTSCH.

       FD  MULT-BATV-FILE.
       COPY MULTBVD.

       FD  MULT-STAT-FILE.
       COPY MULTSTA.

       FD  MULT-XLGI-FILE.
       COPY MULTXLG.

      *> The refreshed log uses the MULTXLG layout - the length here
      *> must track that copybook.
       FD  MULT-XLGO-FILE.
       01  XLGO-REC                    PIC X(62).

       FD  XMIT-RPT-FILE.
       01  XCR-PRINT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCHD-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BATV-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-STAT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-XLGI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-XLGI-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-XLGI-OPEN                 VALUE "Y".

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.

      *> Check date. Overridden by an eight-digit PARM; otherwise
      *> taken from the latest run-statistics row.
       01  WS-PARM-DATE                PIC X(8).
       01  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE.
           05  WS-PARM-YYYY            PIC 9(4).
           05  WS-PARM-MM              PIC 99.
           05  WS-PARM-DD              PIC 99.
       01  WS-PARM-SWITCH              PIC X VALUE "N".
           88  WS-PARM-SUPPLIED             VALUE "Y".
       01  WS-CHECK-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05  WS-CHK-YYYY             PIC 9(4).
           05  WS-CHK-MM               PIC 99.
           05  WS-CHK-DD               PIC 99.
       01  WS-MMDDYYYY                 PIC 9(8).
       01  WS-CHECK-INTEGER            PIC 9(7) VALUE ZEROES.
       01  WS-CHECK-DOW                PIC 9 VALUE ZEROES.
       01  WS-AGE-DAYS                 PIC S9(7) VALUE ZEROES.

      *> Day of the week 1 = Monday ... 7 = Sunday, the order of the
      *> calendar's day flags.
       01  WS-DAY-NAMES.
           05  FILLER                  PIC X(9) VALUE "MONDAY".
           05  FILLER                  PIC X(9) VALUE "TUESDAY".
           05  FILLER                  PIC X(9) VALUE "WEDNESDAY".
           05  FILLER                  PIC X(9) VALUE "THURSDAY".
           05  FILLER                  PIC X(9) VALUE "FRIDAY".
           05  FILLER                  PIC X(9) VALUE "SATURDAY".
           05  FILLER                  PIC X(9) VALUE "SUNDAY".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME             PIC X(9) OCCURS 7 TIMES.

      *> Sequence numbers older than this many days are not held
      *> for the duplicate check - a sender reusing one that old is
      *> still caught as out of sequence.
       01  WS-SEQ-WINDOW-DAYS          PIC 9(3) VALUE 90.

      *> The check date's run-statistics rows: the LAST row for the
      *> processing date and cycle is that cycle's latest
      *> execution. Without a PARM the last row of all names the
      *> check date.
       01  WS-STAT-SEEN-SWITCH         PIC X VALUE "N".
           88  WS-STAT-SEEN                 VALUE "Y".
       01  WS-LAST-STAT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-STAT-PROC-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-STAT-CYCLE-NO            PIC 9 VALUE 1.
       01  WS-CYCLE-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-CYCLE-STAT-TABLE.
           05  WS-CYCLE-STAT OCCURS 9 TIMES.
               10  WS-LS-SEEN-FLAG     PIC X.
               10  WS-LS-END-TIME      PIC 9(8).
               10  WS-LS-RESTART-FLAG  PIC X.
               10  WS-LS-RETURN-CODE   PIC 99.
       01  WS-RUN-REFUSED-SWITCH       PIC X VALUE "N".
           88  WS-RUN-REFUSED               VALUE "Y".

      *> Cycles whose verdict generation has been taken, and whether
      *> the verdict records in hand belong to one being taken.
       01  WS-CYCLE-TAKEN-TABLE.
           05  WS-CYCLE-TAKEN-FLAG     PIC X OCCURS 9 TIMES.
       01  WS-BVD-CYCLE-NO             PIC 9 VALUE 1.
       01  WS-BVD-RUN-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-BVD-RUN-CYCLE            PIC 9 VALUE ZERO.
       01  WS-BVD-TAKE-SWITCH          PIC X VALUE "N".
           88  WS-BVD-TAKE-RUN              VALUE "Y".

       01  WS-RUN-TEXT.
           05  FILLER                  PIC X(6) VALUE "CYCLE ".
           05  WS-RT-CYCLE-NO          PIC 9.
           05  FILLER                  PIC X(6) VALUE " DATE ".
           05  WS-RT-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(7) VALUE " ENDED ".
           05  WS-RT-END-TIME          PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " RC ".
           05  WS-RT-RETURN-CODE       PIC 99.
           05  WS-RT-RESTART           PIC X(18).

       01  WS-NOTE-TEXT.
           05  WS-NT-LABEL             PIC X(19).
           05  WS-NT-VALUE             PIC X(21).

       01  WS-BATCH-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-SCH-SUB                  PIC 9(3) VALUE ZEROES.
       01  WS-SEARCH-SYSTEM-ID         PIC X(8) VALUE SPACES.
       01  WS-FOUND-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-SND-SUB                  PIC 9(3) VALUE ZEROES.
       01  WS-SEQ-FOUND-SWITCH         PIC X VALUE " ".
           88  WS-SEQ-NOT-SEEN              VALUE " ".
           88  WS-SEQ-POSTED                VALUE "A".
           88  WS-SEQ-REFUSED-ONLY          VALUE "R".
       01  WS-SEQ-POSTED-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-EXPECTED-SEQ             PIC 9(6) VALUE ZEROES.
       01  WS-NEW-SEQ                  PIC 9(6) VALUE ZEROES.
       01  WS-NEW-STATUS               PIC X VALUE SPACE.
       01  WS-NEW-DATE                 PIC 9(8) VALUE ZEROES.

       01  WS-DUE-COUNT                PIC 9(5) VALUE ZEROES.
       01  WS-ARRIVED-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-MISSING-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-LATE-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-UNSCHED-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-DUP-SEQ-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-OUT-SEQ-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-REFUSED-COUNT            PIC 9(5) VALUE ZEROES.

      *> Calendar loaded from MULTSCHD. WS-SCH-TBL-ARRIVED counts
      *> the check date's batches each sender delivered.
       01  WS-SCH-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-SCH-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SCH-COUNT
                   INDEXED BY SCH-IDX.
               10  WS-SCH-TBL-SYSTEM-ID    PIC X(8).
               10  WS-SCH-TBL-DAY-FLAGS    PIC X(7).
               10  WS-SCH-TBL-DAY-TABLE REDEFINES
                       WS-SCH-TBL-DAY-FLAGS.
                   15  WS-SCH-TBL-DAY-FLAG PIC X OCCURS 7 TIMES.
               10  WS-SCH-TBL-CUTOFF       PIC 9(4).
               10  WS-SCH-TBL-ARRIVED      PIC 9(3).

      *> The check date's batches, loaded from the verdict files
      *> each cycle in MULTIN order - the multiply step stops at 20
      *> batches a run, and a date holds at most nine cycles. The
      *> timing and sequence findings are judged into the entry
      *> before anything prints.
       01  WS-BATCH-TABLE-MAX          PIC 9(3) VALUE 180.
       01  WS-BATCH-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 1 TO 180 TIMES
                   DEPENDING ON WS-BATCH-COUNT
                   INDEXED BY BAT-IDX.
               10  WS-BAT-CYCLE-NO         PIC 9.
               10  WS-BAT-BATCH-NO         PIC 9(3).
               10  WS-BAT-SYSTEM-ID        PIC X(8).
               10  WS-BAT-BATCH-DATE       PIC 9(8).
               10  WS-BAT-STATUS           PIC X.
               10  WS-BAT-BATCH-SEQ        PIC 9(6).
               10  WS-BAT-SEND-TIME        PIC 9(4).
               10  WS-BAT-SCH-SUB          PIC 9(3).
               10  WS-BAT-TIMING           PIC X(12).
               10  WS-BAT-SEQUENCE         PIC X(12).
               10  WS-BAT-NOTE             PIC X(40).

      *> Sequence memory rebuilt from the transmission log: the
      *> highest sequence number each sender has used, and every
      *> sequence number used inside the window with whether it
      *> posted (A) or was refused (R). Log records dated on or
      *> after the check date are not folded in - a rerun for an
      *> older date judges against what was known then.
       01  WS-SND-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-SND-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-SND-TABLE.
           05  WS-SND-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SND-COUNT
                   INDEXED BY SND-IDX.
               10  WS-SND-TBL-SYSTEM-ID    PIC X(8).
               10  WS-SND-TBL-HIGH-SEQ     PIC 9(6).

       01  WS-SEQ-TABLE-MAX            PIC 9(5) VALUE 20000.
       01  WS-SEQ-COUNT                PIC 9(5) VALUE ZEROES.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SEQ-COUNT
                   INDEXED BY SEQ-IDX.
               10  WS-SEQ-TBL-SYSTEM-ID    PIC X(8).
               10  WS-SEQ-TBL-SEQ          PIC 9(6).
               10  WS-SEQ-TBL-STATUS       PIC X.
               10  WS-SEQ-TBL-DATE         PIC 9(8).

       COPY MULTXCR.

       PROCEDURE DIVISION.
       CheckTransmissions.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD

           ACCEPT WS-PARM-DATE FROM COMMAND-LINE
           IF WS-PARM-DATE IS NUMERIC
               IF WS-PARM-MM >= 1 AND WS-PARM-MM <= 12
                       AND WS-PARM-DD >= 1 AND WS-PARM-DD <= 31
                   SET WS-PARM-SUPPLIED TO TRUE
                   MOVE WS-PARM-DATE-9 TO WS-CHECK-DATE
               END-IF
           END-IF

           IF NOT WS-PARM-SUPPLIED
               PERFORM FindLatestRunDate
               IF WS-LAST-STAT-DATE > ZEROES
                   MOVE WS-LAST-STAT-DATE TO WS-CHECK-DATE
               ELSE
                   MOVE WS-SYS-DATE TO WS-CHECK-DATE
               END-IF
           END-IF
           PERFORM ReadRunStats

           COMPUTE WS-CHECK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           COMPUTE WS-CHECK-DOW =
               FUNCTION MOD(WS-CHECK-INTEGER - 1, 7) + 1
           MOVE WS-CHK-MM TO WS-MMDDYYYY(1:2)
           MOVE WS-CHK-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-CHK-YYYY TO WS-MMDDYYYY(5:4)

           PERFORM LoadSchedule
           OPEN OUTPUT MULT-XLGO-FILE
           PERFORM LoadTransmissionLog
           PERFORM LoadBatchVerdicts

           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 9
               PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                   IF WS-BAT-CYCLE-NO (WS-BATCH-SUB) = WS-CYCLE-SUB
                       PERFORM JudgeOneBatch
                       PERFORM LogOneBatch
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               IF WS-SCH-TBL-DAY-FLAG (WS-SCH-SUB, WS-CHECK-DOW)
                       = "Y"
                   ADD 1 TO WS-DUE-COUNT
                   IF WS-SCH-TBL-ARRIVED (WS-SCH-SUB) = ZEROES
                       ADD 1 TO WS-MISSING-COUNT
                       PERFORM LogOneMissingSender
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MULT-XLGO-FILE

           OPEN OUTPUT XMIT-RPT-FILE
           PERFORM WriteReportHeader
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               PERFORM WriteOneSender
           END-PERFORM
           MOVE ZEROES TO WS-SCH-SUB
           PERFORM WriteSenderBatches
           PERFORM WriteSummaryLines
           CLOSE XMIT-RPT-FILE

           STOP RUN.

      *> The cumulative statistics file appends one row per
      *> execution; without a PARM the last row's processing date
      *> is the night to check.
       FindLatestRunDate.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-STAT-FILE
           IF WS-STAT-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-STAT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SetStatProcDate
                           MOVE WS-STAT-PROC-DATE TO WS-LAST-STAT-DATE
                   END-READ
               END-PERFORM
               CLOSE MULT-STAT-FILE
           END-IF.

      *> Each cycle's last row for the check date is its latest
      *> execution, whatever date the row itself was written on.
      *> Any cycle refused whole proved none of its batches.
       ReadRunStats.
           MOVE SPACES TO WS-CYCLE-STAT-TABLE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-STAT-FILE
           IF WS-STAT-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-STAT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SetStatProcDate
                           IF WS-STAT-PROC-DATE = WS-CHECK-DATE
                               PERFORM KeepCycleStatRow
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-STAT-FILE
           END-IF
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 9
               IF WS-LS-SEEN-FLAG (WS-CYCLE-SUB) = "Y"
                       AND WS-LS-RETURN-CODE (WS-CYCLE-SUB) >= 12
                   SET WS-RUN-REFUSED TO TRUE
               END-IF
           END-PERFORM.

      *> A row without a processing date is taken at its run date.
       SetStatProcDate.
           IF STAT-PROC-DATE IS NUMERIC AND STAT-PROC-DATE > ZEROES
               MOVE STAT-PROC-DATE TO WS-STAT-PROC-DATE
           ELSE
               MOVE STAT-RUN-DATE TO WS-STAT-PROC-DATE
           END-IF.

      *> A row written before cycles were carried is cycle 1.
       KeepCycleStatRow.
           IF STAT-CYCLE-NO IS NUMERIC AND STAT-CYCLE-NO > ZERO
               MOVE STAT-CYCLE-NO TO WS-STAT-CYCLE-NO
           ELSE
               MOVE 1 TO WS-STAT-CYCLE-NO
           END-IF
           SET WS-STAT-SEEN TO TRUE
           MOVE "Y" TO WS-LS-SEEN-FLAG (WS-STAT-CYCLE-NO)
           MOVE STAT-END-TIME TO WS-LS-END-TIME (WS-STAT-CYCLE-NO)
           MOVE STAT-RESTART-FLAG
               TO WS-LS-RESTART-FLAG (WS-STAT-CYCLE-NO)
           IF STAT-RETURN-CODE IS NUMERIC
               MOVE STAT-RETURN-CODE
                   TO WS-LS-RETURN-CODE (WS-STAT-CYCLE-NO)
           ELSE
               MOVE ZEROES TO WS-LS-RETURN-CODE (WS-STAT-CYCLE-NO)
           END-IF.

       LoadSchedule.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-SCHD-FILE
           IF WS-SCHD-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-SCHD-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneScheduleRecord
                   END-READ
               END-PERFORM
               CLOSE MULT-SCHD-FILE
           END-IF.

       LoadOneScheduleRecord.
           IF WS-SCH-COUNT >= WS-SCH-TABLE-MAX
               DISPLAY "TRANSMISSION CALENDAR EXCEEDS "
                   WS-SCH-TABLE-MAX
                   " ENTRIES - INCREASE WS-SCH-TABLE-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SCH-COUNT
           MOVE SCHD-SYSTEM-ID TO WS-SCH-TBL-SYSTEM-ID (WS-SCH-COUNT)
           MOVE SCHD-DAY-FLAGS TO WS-SCH-TBL-DAY-FLAGS (WS-SCH-COUNT)
           IF SCHD-CUTOFF-TIME IS NUMERIC
               MOVE SCHD-CUTOFF-TIME
                   TO WS-SCH-TBL-CUTOFF (WS-SCH-COUNT)
           ELSE
               MOVE 2359 TO WS-SCH-TBL-CUTOFF (WS-SCH-COUNT)
           END-IF
           MOVE ZEROES TO WS-SCH-TBL-ARRIVED (WS-SCH-COUNT).

      *> Every log record not dated the check date is copied
      *> forward as it is read; the check date's records are
      *> dropped so this run's findings replace them.
       LoadTransmissionLog.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-XLGI-FILE
           IF WS-XLGI-FILE-STATUS = "00"
               SET WS-XLGI-OPEN TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-XLGI-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF XLOG-CHECK-DATE NOT = WS-CHECK-DATE
                               WRITE XLGO-REC FROM MULT-XMIT-LOG-REC
                               PERFORM FoldOneLogRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-XLGI-FILE
               MOVE "N" TO WS-XLGI-OPEN-SWITCH
           END-IF.

       FoldOneLogRecord.
           IF XLOG-CHECK-DATE < WS-CHECK-DATE
                   AND XLOG-BATCH-SEQ IS NUMERIC
                   AND XLOG-BATCH-SEQ > ZEROES
                   AND (XLOG-ACCEPTED OR XLOG-REFUSED)
               MOVE XLOG-SYSTEM-ID TO WS-SEARCH-SYSTEM-ID
               MOVE XLOG-BATCH-SEQ TO WS-NEW-SEQ
               MOVE XLOG-STATUS TO WS-NEW-STATUS
               MOVE XLOG-CHECK-DATE TO WS-NEW-DATE
               PERFORM RaiseSenderHighSeq
               COMPUTE WS-AGE-DAYS = WS-CHECK-INTEGER
                   - FUNCTION INTEGER-OF-DATE(XLOG-CHECK-DATE)
               IF WS-AGE-DAYS <= WS-SEQ-WINDOW-DAYS
                   PERFORM AddSeqEntry
               END-IF
           END-IF.

      *> The log has outgrown the sequence memory: carry the rest of
      *> it forward untouched so no history is lost, then stop. Once
      *> the batches are being judged the log has been copied in
      *> full, and only the refreshed log is left to close.
       SalvageLogOverflow.
           IF WS-XLGI-OPEN
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-XLGI-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF XLOG-CHECK-DATE NOT = WS-CHECK-DATE
                               WRITE XLGO-REC FROM MULT-XMIT-LOG-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-XLGI-FILE
               MOVE "N" TO WS-XLGI-OPEN-SWITCH
           END-IF
           CLOSE MULT-XLGO-FILE.

       RaiseSenderHighSeq.
           PERFORM FindSender
           IF WS-SND-SUB = ZEROES
               IF WS-SND-COUNT >= WS-SND-TABLE-MAX
                   DISPLAY "TRANSMISSION LOG NAMES MORE THAN "
                       WS-SND-TABLE-MAX
                       " SENDERS - INCREASE WS-SND-TABLE-MAX"
                   PERFORM SalvageLogOverflow
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SND-COUNT
               MOVE WS-SND-COUNT TO WS-SND-SUB
               MOVE WS-SEARCH-SYSTEM-ID
                   TO WS-SND-TBL-SYSTEM-ID (WS-SND-SUB)
               MOVE ZEROES TO WS-SND-TBL-HIGH-SEQ (WS-SND-SUB)
           END-IF
           IF WS-NEW-SEQ > WS-SND-TBL-HIGH-SEQ (WS-SND-SUB)
               MOVE WS-NEW-SEQ TO WS-SND-TBL-HIGH-SEQ (WS-SND-SUB)
           END-IF.

       FindSender.
           MOVE ZEROES TO WS-SND-SUB
           PERFORM VARYING SND-IDX FROM 1 BY 1
                   UNTIL SND-IDX > WS-SND-COUNT
                       OR WS-SND-SUB > ZEROES
               IF WS-SND-TBL-SYSTEM-ID (SND-IDX)
                       = WS-SEARCH-SYSTEM-ID
                   SET WS-SND-SUB TO SND-IDX
               END-IF
           END-PERFORM.

       AddSeqEntry.
           IF WS-SEQ-COUNT >= WS-SEQ-TABLE-MAX
               DISPLAY "TRANSMISSION LOG HOLDS MORE THAN "
                   WS-SEQ-TABLE-MAX
                   " SEQUENCE NUMBERS - INCREASE WS-SEQ-TABLE-MAX"
               PERFORM SalvageLogOverflow
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SEQ-COUNT
           MOVE WS-SEARCH-SYSTEM-ID
               TO WS-SEQ-TBL-SYSTEM-ID (WS-SEQ-COUNT)
           MOVE WS-NEW-SEQ TO WS-SEQ-TBL-SEQ (WS-SEQ-COUNT)
           MOVE WS-NEW-STATUS TO WS-SEQ-TBL-STATUS (WS-SEQ-COUNT)
           MOVE WS-NEW-DATE TO WS-SEQ-TBL-DATE (WS-SEQ-COUNT).

      *> A posted use of the sequence number outranks refused ones.
       FindSeqEntry.
           MOVE " " TO WS-SEQ-FOUND-SWITCH
           MOVE ZEROES TO WS-SEQ-POSTED-DATE
           PERFORM VARYING SEQ-IDX FROM 1 BY 1
                   UNTIL SEQ-IDX > WS-SEQ-COUNT
               IF WS-SEQ-TBL-SYSTEM-ID (SEQ-IDX) = WS-SEARCH-SYSTEM-ID
                       AND WS-SEQ-TBL-SEQ (SEQ-IDX) = WS-NEW-SEQ
                   IF WS-SEQ-TBL-STATUS (SEQ-IDX) = "A"
                       SET WS-SEQ-POSTED TO TRUE
                       MOVE WS-SEQ-TBL-DATE (SEQ-IDX)
                           TO WS-SEQ-POSTED-DATE
                   ELSE
                       IF WS-SEQ-NOT-SEEN
                           SET WS-SEQ-REFUSED-ONLY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Only the check date's verdicts are loaded: no generation
      *> for the date (the multiply step did not run) leaves the
      *> table empty and every due sender missing. A generation is
      *> one run - a new one starts at batch 1 or where the run
      *> date or cycle changes - and only the first generation read
      *> for each cycle, the newest, is taken.
       LoadBatchVerdicts.
           MOVE SPACES TO WS-CYCLE-TAKEN-TABLE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MULT-BATV-FILE
           IF WS-BATV-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-BATV-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SelectVerdictRun
                           IF WS-BVD-TAKE-RUN
                               PERFORM LoadOneBatchVerdict
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULT-BATV-FILE
           END-IF.

      *> A verdict written before cycles were carried is cycle 1.
       SelectVerdictRun.
           IF BVD-CYCLE-NO IS NUMERIC AND BVD-CYCLE-NO > ZERO
               MOVE BVD-CYCLE-NO TO WS-BVD-CYCLE-NO
           ELSE
               MOVE 1 TO WS-BVD-CYCLE-NO
           END-IF
           IF BVD-BATCH-NO = 1
                   OR BVD-RUN-DATE NOT = WS-BVD-RUN-DATE
                   OR WS-BVD-CYCLE-NO NOT = WS-BVD-RUN-CYCLE
               MOVE BVD-RUN-DATE TO WS-BVD-RUN-DATE
               MOVE WS-BVD-CYCLE-NO TO WS-BVD-RUN-CYCLE
               MOVE "N" TO WS-BVD-TAKE-SWITCH
               IF BVD-RUN-DATE = WS-CHECK-DATE
                       AND WS-CYCLE-TAKEN-FLAG (WS-BVD-CYCLE-NO)
                           NOT = "Y"
                   MOVE "Y" TO WS-CYCLE-TAKEN-FLAG (WS-BVD-CYCLE-NO)
                   SET WS-BVD-TAKE-RUN TO TRUE
               END-IF
           END-IF.

      *> The log has already been copied forward by now, so only the
      *> refreshed log is closed before stopping.
       LoadOneBatchVerdict.
           IF WS-BATCH-COUNT >= WS-BATCH-TABLE-MAX
               DISPLAY "MULTBATV CARRIES MORE THAN "
                   WS-BATCH-TABLE-MAX " BATCHES - "
                   "INCREASE WS-BATCH-TABLE-MAX"
               CLOSE MULT-BATV-FILE
               CLOSE MULT-XLGO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE WS-BVD-CYCLE-NO TO WS-BAT-CYCLE-NO (WS-BATCH-COUNT)
           MOVE BVD-BATCH-NO TO WS-BAT-BATCH-NO (WS-BATCH-COUNT)
           MOVE BVD-SYSTEM-ID TO WS-BAT-SYSTEM-ID (WS-BATCH-COUNT)
           MOVE BVD-BATCH-DATE TO WS-BAT-BATCH-DATE (WS-BATCH-COUNT)
           MOVE BVD-STATUS TO WS-BAT-STATUS (WS-BATCH-COUNT)
           IF BVD-BATCH-SEQ IS NUMERIC
               MOVE BVD-BATCH-SEQ TO WS-BAT-BATCH-SEQ (WS-BATCH-COUNT)
           ELSE
               MOVE ZEROES TO WS-BAT-BATCH-SEQ (WS-BATCH-COUNT)
           END-IF
           IF BVD-SEND-TIME IS NUMERIC
               MOVE BVD-SEND-TIME TO WS-BAT-SEND-TIME (WS-BATCH-COUNT)
           ELSE
               MOVE ZEROES TO WS-BAT-SEND-TIME (WS-BATCH-COUNT)
           END-IF
           MOVE ZEROES TO WS-BAT-SCH-SUB (WS-BATCH-COUNT)
           MOVE SPACES TO WS-BAT-TIMING (WS-BATCH-COUNT)
           MOVE SPACES TO WS-BAT-SEQUENCE (WS-BATCH-COUNT)
           MOVE SPACES TO WS-BAT-NOTE (WS-BATCH-COUNT).

      *> Batches are judged in MULTIN order, each one's sequence
      *> number entering the memory before the next is judged, so
      *> two batches in one night carrying the same number are
      *> caught as well.
       JudgeOneBatch.
           MOVE WS-BAT-SYSTEM-ID (WS-BATCH-SUB) TO WS-SEARCH-SYSTEM-ID
           MOVE ZEROES TO WS-FOUND-SUB
           PERFORM VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > WS-SCH-COUNT
                       OR WS-FOUND-SUB > ZEROES
               IF WS-SCH-TBL-SYSTEM-ID (SCH-IDX)
                       = WS-SEARCH-SYSTEM-ID
                   SET WS-FOUND-SUB TO SCH-IDX
               END-IF
           END-PERFORM
           MOVE WS-FOUND-SUB TO WS-BAT-SCH-SUB (WS-BATCH-SUB)
           IF WS-BAT-STATUS (WS-BATCH-SUB) = "R"
               ADD 1 TO WS-REFUSED-COUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-FOUND-SUB = ZEROES
                   MOVE "UNSCHEDULED" TO WS-BAT-TIMING (WS-BATCH-SUB)
                   MOVE "SENDER IS NOT ON THE CALENDAR"
                       TO WS-BAT-NOTE (WS-BATCH-SUB)
                   ADD 1 TO WS-UNSCHED-COUNT
               WHEN WS-BAT-BATCH-DATE (WS-BATCH-SUB) < WS-CHECK-DATE
                   MOVE "LATE" TO WS-BAT-TIMING (WS-BATCH-SUB)
                   MOVE "BATCH DATED " TO WS-NT-LABEL
                   MOVE WS-BAT-BATCH-DATE (WS-BATCH-SUB) TO WS-NT-VALUE
                   MOVE WS-NOTE-TEXT TO WS-BAT-NOTE (WS-BATCH-SUB)
                   ADD 1 TO WS-LATE-COUNT
               WHEN WS-SCH-TBL-DAY-FLAG (WS-FOUND-SUB, WS-CHECK-DOW)
                       NOT = "Y"
                   MOVE "NOT DUE" TO WS-BAT-TIMING (WS-BATCH-SUB)
                   MOVE "SENT ON A DAY IT IS NOT DUE"
                       TO WS-BAT-NOTE (WS-BATCH-SUB)
                   ADD 1 TO WS-UNSCHED-COUNT
               WHEN WS-BAT-SEND-TIME (WS-BATCH-SUB) = ZEROES
                   MOVE "UNTIMED" TO WS-BAT-TIMING (WS-BATCH-SUB)
               WHEN WS-BAT-SEND-TIME (WS-BATCH-SUB)
                       > WS-SCH-TBL-CUTOFF (WS-FOUND-SUB)
                   MOVE "LATE" TO WS-BAT-TIMING (WS-BATCH-SUB)
                   MOVE "SENT AFTER THE CUTOFF"
                       TO WS-BAT-NOTE (WS-BATCH-SUB)
                   ADD 1 TO WS-LATE-COUNT
               WHEN OTHER
                   MOVE "ON TIME" TO WS-BAT-TIMING (WS-BATCH-SUB)
           END-EVALUATE
           IF WS-FOUND-SUB > ZEROES
                   AND WS-BAT-BATCH-DATE (WS-BATCH-SUB) = WS-CHECK-DATE
               ADD 1 TO WS-SCH-TBL-ARRIVED (WS-FOUND-SUB)
               ADD 1 TO WS-ARRIVED-COUNT
           END-IF

           MOVE WS-BAT-BATCH-SEQ (WS-BATCH-SUB) TO WS-NEW-SEQ
           IF WS-NEW-SEQ = ZEROES
               MOVE "UNNUMBERED" TO WS-BAT-SEQUENCE (WS-BATCH-SUB)
           ELSE
               PERFORM JudgeBatchSequence
               MOVE WS-BAT-STATUS (WS-BATCH-SUB) TO WS-NEW-STATUS
               MOVE WS-CHECK-DATE TO WS-NEW-DATE
               PERFORM RaiseSenderHighSeq
               PERFORM AddSeqEntry
           END-IF.

      *> A sender's first numbered batch sets its sequence; after
      *> that each batch must carry the last number used plus one.
      *> The note names the number expected when the batch carried
      *> no timing note of its own.
       JudgeBatchSequence.
           PERFORM FindSeqEntry
           PERFORM FindSender
           IF WS-SND-SUB > ZEROES
               COMPUTE WS-EXPECTED-SEQ =
                   WS-SND-TBL-HIGH-SEQ (WS-SND-SUB) + 1
           ELSE
               MOVE WS-NEW-SEQ TO WS-EXPECTED-SEQ
           END-IF
           EVALUATE TRUE
               WHEN WS-SEQ-POSTED
                   MOVE "DUPLICATE" TO WS-BAT-SEQUENCE (WS-BATCH-SUB)
                   ADD 1 TO WS-DUP-SEQ-COUNT
                   IF WS-BAT-NOTE (WS-BATCH-SUB) = SPACES
                       MOVE "SEQUENCE POSTED ON " TO WS-NT-LABEL
                       MOVE WS-SEQ-POSTED-DATE TO WS-NT-VALUE
                       MOVE WS-NOTE-TEXT TO WS-BAT-NOTE (WS-BATCH-SUB)
                   END-IF
               WHEN WS-SEQ-REFUSED-ONLY
                   MOVE "RETRANSMIT" TO WS-BAT-SEQUENCE (WS-BATCH-SUB)
               WHEN WS-NEW-SEQ NOT = WS-EXPECTED-SEQ
                   MOVE "OUT OF SEQ" TO WS-BAT-SEQUENCE (WS-BATCH-SUB)
                   ADD 1 TO WS-OUT-SEQ-COUNT
                   IF WS-BAT-NOTE (WS-BATCH-SUB) = SPACES
                       MOVE "EXPECTED SEQUENCE " TO WS-NT-LABEL
                       MOVE WS-EXPECTED-SEQ TO WS-NT-VALUE
                       MOVE WS-NOTE-TEXT TO WS-BAT-NOTE (WS-BATCH-SUB)
                   END-IF
               WHEN OTHER
                   MOVE "IN SEQUENCE" TO WS-BAT-SEQUENCE (WS-BATCH-SUB)
           END-EVALUATE.

       LogOneBatch.
           MOVE WS-CHECK-DATE TO XLOG-CHECK-DATE
           MOVE WS-BAT-SYSTEM-ID (WS-BATCH-SUB) TO XLOG-SYSTEM-ID
           MOVE WS-BAT-BATCH-NO (WS-BATCH-SUB) TO XLOG-BATCH-NO
           MOVE WS-BAT-BATCH-DATE (WS-BATCH-SUB) TO XLOG-BATCH-DATE
           MOVE WS-BAT-BATCH-SEQ (WS-BATCH-SUB) TO XLOG-BATCH-SEQ
           MOVE WS-BAT-SEND-TIME (WS-BATCH-SUB) TO XLOG-SEND-TIME
           MOVE WS-BAT-STATUS (WS-BATCH-SUB) TO XLOG-STATUS
           MOVE WS-BAT-TIMING (WS-BATCH-SUB) TO XLOG-TIMING
           MOVE WS-BAT-SEQUENCE (WS-BATCH-SUB) TO XLOG-SEQUENCE
           WRITE XLGO-REC FROM MULT-XMIT-LOG-REC.

       LogOneMissingSender.
           MOVE WS-CHECK-DATE TO XLOG-CHECK-DATE
           MOVE WS-SCH-TBL-SYSTEM-ID (WS-SCH-SUB) TO XLOG-SYSTEM-ID
           MOVE ZEROES TO XLOG-BATCH-NO
           MOVE ZEROES TO XLOG-BATCH-DATE
           MOVE ZEROES TO XLOG-BATCH-SEQ
           MOVE ZEROES TO XLOG-SEND-TIME
           MOVE SPACE TO XLOG-STATUS
           MOVE "MISSING" TO XLOG-TIMING
           MOVE SPACES TO XLOG-SEQUENCE
           WRITE XLGO-REC FROM MULT-XMIT-LOG-REC.

       WriteReportHeader.
           MOVE WS-MMDDYYYY TO XCR-HDR-DATE
           MOVE WS-DAY-NAME (WS-CHECK-DOW) TO XCR-HDR-DAY
           MOVE XCR-HEADER-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           IF NOT WS-STAT-SEEN
               MOVE SPACES TO XCR-RUN-TEXT
               MOVE "NONE RECORDED FOR THE CHECK DATE"
                   TO XCR-RUN-TEXT
               MOVE XCR-RUN-LINE TO XCR-PRINT-REC
               WRITE XCR-PRINT-REC
           END-IF
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 9
               IF WS-LS-SEEN-FLAG (WS-CYCLE-SUB) = "Y"
                   PERFORM WriteCycleRunLine
               END-IF
           END-PERFORM

           MOVE XCR-COLUMN-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC.

       WriteCycleRunLine.
           MOVE SPACES TO XCR-RUN-TEXT
           MOVE WS-CYCLE-SUB TO WS-RT-CYCLE-NO
           MOVE WS-CHECK-DATE TO WS-RT-RUN-DATE
           MOVE WS-LS-END-TIME (WS-CYCLE-SUB) TO WS-RT-END-TIME
           MOVE WS-LS-RETURN-CODE (WS-CYCLE-SUB) TO WS-RT-RETURN-CODE
           IF WS-LS-RETURN-CODE (WS-CYCLE-SUB) >= 12
               MOVE " - REFUSED WHOLE" TO WS-RT-RESTART
           ELSE
               IF WS-LS-RESTART-FLAG (WS-CYCLE-SUB) = "Y"
                   MOVE " - RESTARTED" TO WS-RT-RESTART
               ELSE
                   MOVE SPACES TO WS-RT-RESTART
               END-IF
           END-IF
           MOVE WS-RUN-TEXT TO XCR-RUN-TEXT
           MOVE XCR-RUN-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC.

      *> One calendar sender: its batches cycle by cycle in MULTIN
      *> order, then a MISSING line if it was due and nothing dated
      *> the check date arrived in any cycle. A sender not due and
      *> silent prints nothing.
       WriteOneSender.
           PERFORM WriteSenderBatches
           IF WS-SCH-TBL-DAY-FLAG (WS-SCH-SUB, WS-CHECK-DOW) = "Y"
                   AND WS-SCH-TBL-ARRIVED (WS-SCH-SUB) = ZEROES
               MOVE SPACES TO XCR-DETAIL-LINE
               MOVE WS-SCH-TBL-SYSTEM-ID (WS-SCH-SUB)
                   TO XCR-DTL-SYSTEM-ID
               MOVE WS-SCH-TBL-CUTOFF (WS-SCH-SUB)
                   TO XCR-DTL-CUTOFF-TIME
               MOVE "MISSING" TO XCR-DTL-TIMING
               MOVE "NO BATCH DATED THE CHECK DATE ARRIVED"
                   TO XCR-DTL-NOTE
               MOVE XCR-DETAIL-LINE TO XCR-PRINT-REC
               WRITE XCR-PRINT-REC
           END-IF.

      *> The batches matched to calendar entry WS-SCH-SUB (zero for
      *> the senders not on the calendar), in cycle order.
       WriteSenderBatches.
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 9
               PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                   IF WS-BAT-SCH-SUB (WS-BATCH-SUB) = WS-SCH-SUB
                           AND WS-BAT-CYCLE-NO (WS-BATCH-SUB)
                               = WS-CYCLE-SUB
                       PERFORM WriteOneBatchLine
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteOneBatchLine.
           MOVE SPACES TO XCR-DETAIL-LINE
           MOVE WS-BAT-SYSTEM-ID (WS-BATCH-SUB) TO XCR-DTL-SYSTEM-ID
           MOVE WS-BAT-CYCLE-NO (WS-BATCH-SUB) TO XCR-DTL-CYCLE-NO
           MOVE "-" TO XCR-DTL-CYCLE-SEP
           MOVE WS-BAT-BATCH-NO (WS-BATCH-SUB) TO XCR-DTL-BATCH-NO
           MOVE WS-BAT-BATCH-DATE (WS-BATCH-SUB) TO XCR-DTL-BATCH-DATE
           MOVE WS-BAT-BATCH-SEQ (WS-BATCH-SUB) TO XCR-DTL-BATCH-SEQ
           MOVE WS-BAT-SEND-TIME (WS-BATCH-SUB) TO XCR-DTL-SEND-TIME
           IF WS-BAT-SCH-SUB (WS-BATCH-SUB) > ZEROES
               MOVE WS-SCH-TBL-CUTOFF (WS-BAT-SCH-SUB (WS-BATCH-SUB))
                   TO XCR-DTL-CUTOFF-TIME
           END-IF
           IF WS-BAT-STATUS (WS-BATCH-SUB) = "R"
               MOVE "REFUSED" TO XCR-DTL-VERDICT
           ELSE
               MOVE "ACCEPTED" TO XCR-DTL-VERDICT
           END-IF
           MOVE WS-BAT-TIMING (WS-BATCH-SUB) TO XCR-DTL-TIMING
           MOVE WS-BAT-SEQUENCE (WS-BATCH-SUB) TO XCR-DTL-SEQUENCE
           MOVE WS-BAT-NOTE (WS-BATCH-SUB) TO XCR-DTL-NOTE
           MOVE XCR-DETAIL-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC.

       WriteSummaryLines.
           MOVE SPACES TO XCR-COUNT-LINE
           MOVE "0" TO XCR-CNT-CTRL
           MOVE "SENDERS DUE ON THE CHECK DATE:" TO XCR-CNT-LABEL
           MOVE WS-DUE-COUNT TO XCR-CNT-VALUE
           MOVE XCR-COUNT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           MOVE SPACES TO XCR-COUNT-LINE
           MOVE "BATCHES DATED THE CHECK DATE ARRIVED:"
               TO XCR-CNT-LABEL
           MOVE WS-ARRIVED-COUNT TO XCR-CNT-VALUE
           MOVE XCR-COUNT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           MOVE SPACES TO XCR-COUNT-LINE
           MOVE "DUE SENDERS MISSING:" TO XCR-CNT-LABEL
           MOVE WS-MISSING-COUNT TO XCR-CNT-VALUE
           MOVE XCR-COUNT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           MOVE SPACES TO XCR-COUNT-LINE
           MOVE "LATE TRANSMISSIONS:" TO XCR-CNT-LABEL
           MOVE WS-LATE-COUNT TO XCR-CNT-VALUE
           MOVE XCR-COUNT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           MOVE SPACES TO XCR-COUNT-LINE
           MOVE "DUPLICATE SEQUENCE NUMBERS:" TO XCR-CNT-LABEL
           MOVE WS-DUP-SEQ-COUNT TO XCR-CNT-VALUE
           MOVE XCR-COUNT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           MOVE SPACES TO XCR-COUNT-LINE
           MOVE "OUT-OF-SEQUENCE TRANSMISSIONS:" TO XCR-CNT-LABEL
           MOVE WS-OUT-SEQ-COUNT TO XCR-CNT-VALUE
           MOVE XCR-COUNT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           MOVE SPACES TO XCR-COUNT-LINE
           MOVE "UNSCHEDULED OR NOT-DUE TRANSMISSIONS:"
               TO XCR-CNT-LABEL
           MOVE WS-UNSCHED-COUNT TO XCR-CNT-VALUE
           MOVE XCR-COUNT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           MOVE SPACES TO XCR-COUNT-LINE
           MOVE "BATCHES REFUSED (RETRANSMIT):" TO XCR-CNT-LABEL
           MOVE WS-REFUSED-COUNT TO XCR-CNT-VALUE
           MOVE XCR-COUNT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC

           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > ZEROES
                       OR NOT WS-STAT-SEEN
                       OR WS-RUN-REFUSED
                   MOVE "SENDERS MISSING - CHASE NOW" TO XCR-VRD-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-COUNT > ZEROES
                       OR WS-DUP-SEQ-COUNT > ZEROES
                       OR WS-OUT-SEQ-COUNT > ZEROES
                       OR WS-UNSCHED-COUNT > ZEROES
                   MOVE "TRANSMISSION EXCEPTIONS" TO XCR-VRD-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ALL DUE SENDERS ON TIME" TO XCR-VRD-TEXT
                   MOVE ZEROES TO RETURN-CODE
           END-EVALUATE
           MOVE RETURN-CODE TO XCR-VRD-RC
           MOVE XCR-VERDICT-LINE TO XCR-PRINT-REC
           WRITE XCR-PRINT-REC.

       END PROGRAM MultXmitCheck.
