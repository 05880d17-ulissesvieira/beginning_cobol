       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultTolBuild.
      *> Rebuilds the calculation tolerance ranges (MULTTOL) from
      *> the recent history on the keyed results master. Every
      *> unreversed result posted in the history window is tallied
      *> twice - once under its item and department, once under its
      *> item alone (department blank) - and each tally with enough
      *> samples becomes a tolerance record: the mean Result plus
      *> and minus a multiple of its standard deviation, widened to
      *> a minimum band around the mean so an item whose amounts
      *> never vary does not hold every slightly different figure.
      *> Results are tallied on their base-currency amount (a
      *> result loaded before currencies were carried is one
      *> already), so every range is in the base currency whatever
      *> the items were sent in. Listing4-2 judges each new
      *> calculation against the record for its item and department
      *> (or its item alone when the pair has too little history)
      *> and holds anything outside the range. Runs nightly after
      *> the results load, so the next run's ranges include today's
      *> signed-off results.
      *> The tallies are not held in storage: each result is
      *> released to a sort twice, once per tally it belongs to, and
      *> the sorted stream is summed a tally at a time on the change
      *> of item and department, so the history window can hold any
      *> number of items. The ranges come out of the sort in key
      *> order and are written both as a new generation of the
      *> sequential file (MULTTOLO) and into the keyed file the
      *> multiply step reads (MULTTOLK), which is replaced outright.
      *> A new generation is always cut: if the master cannot be
      *> opened, or the keyed file cannot be opened to replace it,
      *> the previous generation is copied through unchanged with
      *> return code 16 and the keyed file is left as it was, so the
      *> next run still judges against yesterday's ranges instead
      *> of none. A sort or keyed write that fails part way also
      *> ends with return code 16; the keyed file is then reloaded
      *> from the previous generation (MultRefLoad, letter T).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-RMST-FILE ASSIGN TO "MULTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMST-KEY
               FILE STATUS IS WS-RMST-FILE-STATUS.

           SELECT MULT-TOLI-FILE ASSIGN TO "MULTTOLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLI-FILE-STATUS.

           SELECT MULT-TOLO-FILE ASSIGN TO "MULTTOLO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-TOLK-FILE ASSIGN TO "MULTTOLK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TOL-KEY
               FILE STATUS IS WS-TOLK-FILE-STATUS.

           SELECT TOL-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-RMST-FILE.
       COPY MULTRMS.

      *> The sequential generations share MULTTOL with the keyed
      *> file, so they are read and written as plain images - the
      *> lengths here must track MULTTOL.
       FD  MULT-TOLI-FILE.
       01  TOLI-REC                    PIC X(68).

       FD  MULT-TOLO-FILE.
       01  TOLO-REC                    PIC X(68).

       FD  MULT-TOLK-FILE.
       COPY MULTTOL.

      *> One sort record per tally a result belongs to.
       SD  TOL-SORT-FILE.
       01  TOL-SORT-REC.
           05  SRT-KEY.
               10  SRT-ITEM-CODE       PIC X(8).
               10  SRT-DEPT-CODE       PIC X(4).
           05  SRT-BASE-RESULT         PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-RMST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TOLI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TOLK-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".
       01  WS-TOLK-FAILED-SWITCH       PIC X VALUE "N".
           88  WS-TOLK-FAILED               VALUE "Y".

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.

       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-TODAY-INTEGER            PIC 9(7) VALUE ZEROES.
       01  WS-FROM-DATE                PIC 9(8) VALUE ZEROES.

      *> PARM layout: positions 1-3 the history window in days,
      *> position 4 the standard-deviation multiple, positions 5-7
      *> the minimum sample size, positions 8-10 the minimum band
      *> as a percentage of the mean (for example PARM='0903010050').
      *> A missing, non-numeric or zero position leaves its default.
       01  WS-PARM-DATA.
           05  WS-PARM-WINDOW          PIC X(3).
           05  WS-PARM-SIGMA           PIC X.
           05  WS-PARM-MIN-SAMPLE      PIC X(3).
           05  WS-PARM-BAND-PCT        PIC X(3).
       01  WS-WINDOW-DAYS              PIC 9(3) VALUE 90.
       01  WS-SIGMA-MULTIPLE           PIC 9 VALUE 3.
       01  WS-MIN-SAMPLE               PIC 9(3) VALUE 10.
       01  WS-BAND-PCT                 PIC 9(3) VALUE 50.
       01  WS-PARM-NUMBER              PIC 9(3) VALUE ZEROES.

       01  WS-READ-COUNT               PIC 9(9) VALUE ZEROES.
       01  WS-REVERSED-COUNT           PIC 9(9) VALUE ZEROES.
       01  WS-WRITTEN-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-THIN-COUNT               PIC 9(7) VALUE ZEROES.

       01  WS-MEAN                     PIC 9(9)V99 VALUE ZEROES.
       01  WS-VARIANCE                 PIC S9(22)V9(4) VALUE ZEROES.
       01  WS-STD-DEV                  PIC 9(11)V99 VALUE ZEROES.
       01  WS-HALF-BAND                PIC 9(12)V99 VALUE ZEROES.
       01  WS-MIN-HALF-BAND            PIC 9(10)V99 VALUE ZEROES.

      *> The tally being summed from the sorted stream, and the key
      *> of the record last returned (HIGH-VALUES once the stream is
      *> exhausted, so it breaks the last tally). The sum of squares
      *> carries the spread: variance = mean of squares less square
      *> of mean.
       01  WS-RETURNED-KEY             PIC X(12) VALUE SPACES.
       01  WS-TALLY-KEY.
           05  WS-TALLY-ITEM-CODE      PIC X(8) VALUE SPACES.
           05  WS-TALLY-DEPT-CODE      PIC X(4) VALUE SPACES.
       01  WS-TALLY-SAMPLE             PIC 9(7) VALUE ZEROES.
       01  WS-TALLY-SUM                PIC 9(17)V99 VALUE ZEROES.
       01  WS-TALLY-SUM-SQ             PIC 9(27)V9(4) VALUE ZEROES.

       PROCEDURE DIVISION.
       BuildTolerances.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE TO WS-TODAY-YYYYMMDD

           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           PERFORM EditParm

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER - WS-WINDOW-DAYS)

           OPEN INPUT MULT-RMST-FILE
           IF WS-RMST-FILE-STATUS NOT = "00"
               DISPLAY "RESULTS MASTER OPEN FAILED - STATUS "
                   WS-RMST-FILE-STATUS
               PERFORM CopyToleranceThrough
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MULT-TOLK-FILE
           IF WS-TOLK-FILE-STATUS NOT = "00"
               DISPLAY "KEYED TOLERANCE FILE MULTTOLK OPEN FAILED - "
                   "STATUS " WS-TOLK-FILE-STATUS
                   " - PREVIOUS RANGES LEFT IN FORCE"
               CLOSE MULT-RMST-FILE
               PERFORM CopyToleranceThrough
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MULT-TOLO-FILE

           SORT TOL-SORT-FILE
               ON ASCENDING KEY SRT-ITEM-CODE SRT-DEPT-CODE
               INPUT PROCEDURE IS ScanResultHistory
               OUTPUT PROCEDURE IS WriteTolerances

           CLOSE MULT-TOLO-FILE
           CLOSE MULT-TOLK-FILE
           CLOSE MULT-RMST-FILE

           DISPLAY "TOLERANCE BUILD - WINDOW " WS-FROM-DATE
               " TO " WS-TODAY-YYYYMMDD
           DISPLAY "TOLERANCE BUILD - RESULTS READ: " WS-READ-COUNT
               " REVERSED SKIPPED: " WS-REVERSED-COUNT
           DISPLAY "TOLERANCE BUILD - RANGES WRITTEN: "
               WS-WRITTEN-COUNT " TOO FEW SAMPLES: " WS-THIN-COUNT

           IF SORT-RETURN NOT = ZERO
               DISPLAY "TOLERANCE SORT FAILED - SORT-RETURN "
                   SORT-RETURN " - RELOAD MULTTOLK FROM THE PREVIOUS "
                   "GENERATION BEFORE THE NEXT RUN"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-TOLK-FAILED
               DISPLAY "MULTTOLK INCOMPLETE - RELOAD IT FROM THE "
                   "PREVIOUS GENERATION BEFORE THE NEXT RUN"
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       EditParm.
           IF WS-PARM-WINDOW IS NUMERIC
               MOVE WS-PARM-WINDOW TO WS-PARM-NUMBER
               IF WS-PARM-NUMBER > ZEROES
                   MOVE WS-PARM-NUMBER TO WS-WINDOW-DAYS
               END-IF
           END-IF
           IF WS-PARM-SIGMA IS NUMERIC
               IF WS-PARM-SIGMA NOT = "0"
                   MOVE WS-PARM-SIGMA TO WS-SIGMA-MULTIPLE
               END-IF
           END-IF
           IF WS-PARM-MIN-SAMPLE IS NUMERIC
               MOVE WS-PARM-MIN-SAMPLE TO WS-PARM-NUMBER
               IF WS-PARM-NUMBER > ZEROES
                   MOVE WS-PARM-NUMBER TO WS-MIN-SAMPLE
               END-IF
           END-IF
           IF WS-PARM-BAND-PCT IS NUMERIC
               MOVE WS-PARM-BAND-PCT TO WS-PARM-NUMBER
               IF WS-PARM-NUMBER > ZEROES
                   MOVE WS-PARM-NUMBER TO WS-BAND-PCT
               END-IF
           END-IF.

      *> Input to the sort. Position at the first key on or after
      *> the window's first run date and read forward until the run
      *> date passes today. Reversed results never stood, so they do
      *> not shape the normal range.
       ScanResultHistory.
           MOVE WS-FROM-DATE TO RMST-RUN-DATE
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
                       IF RMST-RUN-DATE > WS-TODAY-YYYYMMDD
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           IF RMST-REVERSED-FLAG = "Y"
                               ADD 1 TO WS-REVERSED-COUNT
                           ELSE
                               PERFORM ReleaseOneResult
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> A master record loaded before currencies were carried is a
      *> base-currency amount already.
       ReleaseOneResult.
           IF RMST-CURRENCY = SPACES
                   OR RMST-BASE-RESULT IS NOT NUMERIC
               MOVE RMST-RESULT TO SRT-BASE-RESULT
           ELSE
               MOVE RMST-BASE-RESULT TO SRT-BASE-RESULT
           END-IF
           MOVE RMST-ITEM-CODE TO SRT-ITEM-CODE
           MOVE RMST-DEPT-CODE TO SRT-DEPT-CODE
           RELEASE TOL-SORT-REC
           MOVE SPACES TO SRT-DEPT-CODE
           RELEASE TOL-SORT-REC.

      *> Output of the sort: sum each run of equal item and
      *> department keys into one tally and turn it into a range.
      *> The item-wide tally (department blank) sorts ahead of the
      *> item's departments, so the keyed file is written in
      *> ascending key order.
       WriteTolerances.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM ReturnSortedResult
           PERFORM UNTIL WS-END-OF-FILE
               MOVE WS-RETURNED-KEY TO WS-TALLY-KEY
               MOVE ZEROES TO WS-TALLY-SAMPLE
               MOVE ZEROES TO WS-TALLY-SUM
               MOVE ZEROES TO WS-TALLY-SUM-SQ
               PERFORM UNTIL WS-RETURNED-KEY NOT = WS-TALLY-KEY
                   PERFORM AddToTally
                   PERFORM ReturnSortedResult
               END-PERFORM
               IF WS-TALLY-SAMPLE < WS-MIN-SAMPLE
                   ADD 1 TO WS-THIN-COUNT
               ELSE
                   PERFORM WriteOneTolerance
               END-IF
           END-PERFORM.

       ReturnSortedResult.
           RETURN TOL-SORT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-RETURNED-KEY
               NOT AT END
                   MOVE SRT-KEY TO WS-RETURNED-KEY
           END-RETURN.

       AddToTally.
           ADD 1 TO WS-TALLY-SAMPLE
           ADD SRT-BASE-RESULT TO WS-TALLY-SUM
           COMPUTE WS-TALLY-SUM-SQ =
               WS-TALLY-SUM-SQ
               + SRT-BASE-RESULT * SRT-BASE-RESULT.

      *> Mean plus and minus the deviation multiple, but never
      *> closer to the mean than the minimum band. The low bound
      *> stops at zero; a high bound beyond the Result picture is
      *> held at its largest value. A keyed write that fails is
      *> reported and the build carries on, so the new generation
      *> is still complete for the reload.
       WriteOneTolerance.
           COMPUTE WS-MEAN ROUNDED =
               WS-TALLY-SUM / WS-TALLY-SAMPLE
           COMPUTE WS-VARIANCE =
               WS-TALLY-SUM-SQ / WS-TALLY-SAMPLE
               - (WS-TALLY-SUM / WS-TALLY-SAMPLE)
               * (WS-TALLY-SUM / WS-TALLY-SAMPLE)
           IF WS-VARIANCE < ZEROES
               MOVE ZEROES TO WS-VARIANCE
           END-IF
           COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT(WS-VARIANCE)
           COMPUTE WS-HALF-BAND = WS-STD-DEV * WS-SIGMA-MULTIPLE
           COMPUTE WS-MIN-HALF-BAND ROUNDED =
               WS-MEAN * WS-BAND-PCT / 100
           IF WS-HALF-BAND < WS-MIN-HALF-BAND
               MOVE WS-MIN-HALF-BAND TO WS-HALF-BAND
           END-IF

           MOVE SPACES TO MULT-TOLERANCE-REC
           MOVE WS-TALLY-ITEM-CODE TO TOL-ITEM-CODE
           MOVE WS-TALLY-DEPT-CODE TO TOL-DEPT-CODE
           MOVE WS-TALLY-SAMPLE TO TOL-SAMPLE-COUNT
           MOVE WS-MEAN TO TOL-MEAN-RESULT
           IF WS-HALF-BAND >= WS-MEAN
               MOVE ZEROES TO TOL-LOW-RESULT
           ELSE
               COMPUTE TOL-LOW-RESULT = WS-MEAN - WS-HALF-BAND
           END-IF
           COMPUTE TOL-HIGH-RESULT = WS-MEAN + WS-HALF-BAND
               ON SIZE ERROR
                   MOVE 999999999.99 TO TOL-HIGH-RESULT
           END-COMPUTE
           MOVE WS-FROM-DATE TO TOL-FROM-DATE
           MOVE WS-TODAY-YYYYMMDD TO TOL-TO-DATE
           WRITE TOLO-REC FROM MULT-TOLERANCE-REC
           WRITE MULT-TOLERANCE-REC
               INVALID KEY
                   DISPLAY "MULTTOLK WRITE FAILED FOR ITEM "
                       TOL-ITEM-CODE " DEPT " TOL-DEPT-CODE
                       " - STATUS " WS-TOLK-FILE-STATUS
                   SET WS-TOLK-FAILED TO TRUE
           END-WRITE
           ADD 1 TO WS-WRITTEN-COUNT.

      *> Cut the new generation as an exact copy of the previous
      *> one. The previous generation is optional - on the very
      *> first build there is none and the new one is empty.
       CopyToleranceThrough.
           OPEN OUTPUT MULT-TOLO-FILE
           OPEN INPUT MULT-TOLI-FILE
           IF WS-TOLI-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ MULT-TOLI-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE TOLO-REC FROM TOLI-REC
                   END-READ
               END-PERFORM
               CLOSE MULT-TOLI-FILE
           END-IF
           CLOSE MULT-TOLO-FILE
           DISPLAY "TOLERANCE FILE COPIED THROUGH UNCHANGED".

       END PROGRAM MultTolBuild.
