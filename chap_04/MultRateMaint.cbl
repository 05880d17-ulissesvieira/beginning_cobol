       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultRateMaint.
      *> Maintains the exchange-rate master (MULTXRT) from operator
      *> request cards, in the spirit of MultItemMaint: add, change
      *> and withdraw requests are validated (currency code, rate
      *> and staleness limit format, duplicate currencies -
      *> including two adds for the same currency in one deck -
      *> unknown currencies, and any card naming the base currency,
      *> which converts at 1 and never carries a rate), and a bad
      *> card fails the whole run loudly with return code 8 and
      *> nothing applied - a rate master half-updated is worse than
      *> one not updated. Cards are judged in deck order against
      *> the master as amended by the clean cards before them. The
      *> master is effective-dated: a new rate APPENDS a record
      *> carrying the rate and its effective date, leaving the
      *> prior rates in place, so the multiply step converts each
      *> processing date at the rate in force that day and a
      *> catch-up run converts a recovered day the way it would
      *> have converted on time. A withdrawal appends an inactive
      *> record from its effective date. Every applied request is
      *> logged to the cumulative MULTXCHG change-history dataset
      *> (who, when, action, old and new rate and staleness limit).
      *> Reads the current master generation (MULTXRTI) and writes
      *> the refreshed generation (MULTXRTO): existing records copy
      *> forward untouched, the new effective-dated records append.
      *> EVERY termination path that ends the step normally writes
      *> MULTXRTO - a refused deck (return code 8) and the table
      *> overflow stops (16) cut a generation carrying the master
      *> UNCHANGED - because the new generation is cataloged on a
      *> normal nonzero-RC end either way: ending without writing
      *> it would hand the nightly multiply runs an empty (0) rate
      *> master and reject every foreign-currency transaction.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-REQUEST-FILE ASSIGN TO "MULTXREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT MULT-XRTI-FILE ASSIGN TO "MULTXRTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRTI-FILE-STATUS.

           SELECT MULT-XRTO-FILE ASSIGN TO "MULTXRTO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-CHANGE-FILE ASSIGN TO "MULTXCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-REQUEST-FILE.
       COPY MULTXRQ.

       FD  MULT-XRTI-FILE.
       COPY MULTXRT.

      *> The refreshed master is a separate FD because the input and
      *> output generations are open at the same time during the
      *> copy-forward; both use the MULTXRT layout - the length here
      *> must track that copybook.
       FD  MULT-XRTO-FILE.
       01  XRTO-REC                    PIC X(26).

       FD  RATE-CHANGE-FILE.
       COPY MULTXRC.

       WORKING-STORAGE SECTION.
       COPY MULTBCY.
       01  WS-REQ-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-XRTI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-XRC-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-REQ-END-OF-FILE           VALUE "Y".
       01  WS-XRT-EOF-SWITCH           PIC X VALUE "N".
           88  WS-XRT-END-OF-FILE           VALUE "Y".
       01  WS-ERROR-SWITCH             PIC X VALUE "N".
           88  WS-REQUEST-IN-ERROR          VALUE "Y".
       01  WS-CARD-ERR-SWITCH          PIC X VALUE "N".
           88  WS-CARD-IN-ERROR             VALUE "Y".

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.
       01  WS-SYS-TIME                 PIC 9(8).

       01  WS-ADDED-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-CHANGED-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-WITHDRAWN-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-SPACE-COUNT              PIC 9(3) VALUE ZEROES.

      *> The card's date, rate and staleness limit pass through
      *> these redefined pairs so they can be checked with the same
      *> IS NUMERIC test the multiply step applies when it loads
      *> the master.
       01  WS-EFF-X                    PIC X(8).
       01  WS-EFF-9 REDEFINES WS-EFF-X PIC 9(8).
       01  WS-RATE-X                   PIC X(11).
       01  WS-RATE-9 REDEFINES WS-RATE-X
                                       PIC 9(5)V9(6).
       01  WS-AGE-X                    PIC X(3).
       01  WS-AGE-9 REDEFINES WS-AGE-X PIC 9(3).

      *> New master records are built here and written FROM working
      *> storage, the way MultItemMaint builds its records - the
      *> length must track the MULTXRT copybook.
       01  WS-NEW-RATE-REC.
           05  WS-NEW-CURRENCY         PIC X(3).
           05  WS-NEW-EFF-DATE         PIC 9(8).
           05  WS-NEW-RATE             PIC 9(5)V9(6).
           05  WS-NEW-MAX-AGE          PIC 9(3).
           05  WS-NEW-STATUS           PIC X.

      *> Operator request table, loaded once in LoadRequests. All
      *> cards are validated - in deck order, each clean card's
      *> effect folded into the in-storage master view before the
      *> next card is judged - before any output is written, so the
      *> all-or-nothing contract holds. The OLD/NEW rate and limit
      *> fields are resolved during that fold and replayed onto the
      *> change history when the deck applies.
       01  WS-REQ-SUB                  PIC 9(3) VALUE ZEROES.
       01  WS-REQ-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-REQ-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-REQ-COUNT
                   INDEXED BY REQ-IDX.
               10  WS-REQ-TBL-OPERATOR     PIC X(8).
               10  WS-REQ-TBL-ACTION       PIC X.
               10  WS-REQ-TBL-CURRENCY     PIC X(3).
               10  WS-REQ-TBL-RATE         PIC X(11).
               10  WS-REQ-TBL-MAX-AGE      PIC X(3).
               10  WS-REQ-TBL-EFF-DATE     PIC X(8).
               10  WS-REQ-TBL-OLD-RATE     PIC 9(5)V9(6).
               10  WS-REQ-TBL-NEW-RATE     PIC 9(5)V9(6).
               10  WS-REQ-TBL-OLD-MAX-AGE  PIC 9(3).
               10  WS-REQ-TBL-NEW-MAX-AGE  PIC 9(3).

      *> In-storage image of the current master, used to validate
      *> the requests (duplicate adds, unknown currencies) and to
      *> write the refreshed generation. Each clean card's resolved
      *> record is appended here DURING validation, so an add
      *> followed by a change of the same currency in one deck
      *> passes, and a second add of it in one deck fails.
      *> Record count as loaded from MULTXRTI, snapshotted before
      *> any validation fold appends to the table - the unchanged-
      *> master fallback writes exactly this many entries.
       01  WS-LOADED-XRT-COUNT         PIC 9(5) VALUE ZEROES.

       01  WS-LATEST-SUB               PIC 9(5) VALUE ZEROES.
       01  WS-LATEST-EFF               PIC 9(8) VALUE ZEROES.
       01  WS-SEARCH-CURRENCY          PIC X(3) VALUE SPACES.
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

       PROCEDURE DIVISION.
       MaintainRateMaster.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME

      *> The master loads first so every stop path after it can
      *> still cut the unchanged-master generation.
           PERFORM LoadCurrentMaster
           MOVE WS-XRT-COUNT TO WS-LOADED-XRT-COUNT
           PERFORM LoadRequests
           PERFORM ValidateRequests

           IF WS-REQUEST-IN-ERROR
               DISPLAY "EXCHANGE RATE MASTER NOT UPDATED - "
                   "CORRECT THE REQUEST CARDS AND RESUBMIT"
               PERFORM WriteUnchangedMaster
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MULT-XRTO-FILE
           PERFORM WriteMasterForward

           OPEN EXTEND RATE-CHANGE-FILE
           IF WS-XRC-FILE-STATUS = "35"
               OPEN OUTPUT RATE-CHANGE-FILE
           END-IF

           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM ApplyOneRequest
           END-PERFORM

           CLOSE RATE-CHANGE-FILE
           CLOSE MULT-XRTO-FILE

           DISPLAY "EXCHANGE RATE MASTER UPDATED - ADDED: "
               WS-ADDED-COUNT " CHANGED: " WS-CHANGED-COUNT
               " WITHDRAWN: " WS-WITHDRAWN-COUNT

           STOP RUN.

       LoadRequests.
           OPEN INPUT RATE-REQUEST-FILE
           IF WS-REQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQ-END-OF-FILE
                   READ RATE-REQUEST-FILE
                       AT END
                           SET WS-REQ-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneRequest
                   END-READ
               END-PERFORM
               CLOSE RATE-REQUEST-FILE
           END-IF
           IF WS-REQ-COUNT = ZEROES
               DISPLAY "NO EXCHANGE RATE MAINTENANCE REQUESTS "
                   "SUPPLIED"
               PERFORM WriteUnchangedMaster
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadOneRequest.
           IF WS-REQ-COUNT >= WS-REQ-TABLE-MAX
               DISPLAY "REQUEST FILE EXCEEDS " WS-REQ-TABLE-MAX
                   " CARDS - INCREASE WS-REQ-TABLE-MAX"
               PERFORM WriteUnchangedMaster
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE XRQ-OPERATOR-ID
               TO WS-REQ-TBL-OPERATOR (WS-REQ-COUNT)
           MOVE XRQ-ACTION TO WS-REQ-TBL-ACTION (WS-REQ-COUNT)
           MOVE XRQ-CURRENCY TO WS-REQ-TBL-CURRENCY (WS-REQ-COUNT)
           MOVE XRQ-RATE TO WS-REQ-TBL-RATE (WS-REQ-COUNT)
           MOVE XRQ-MAX-AGE TO WS-REQ-TBL-MAX-AGE (WS-REQ-COUNT)
           MOVE XRQ-EFF-DATE
               TO WS-REQ-TBL-EFF-DATE (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-OLD-RATE (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-NEW-RATE (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-OLD-MAX-AGE (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-NEW-MAX-AGE (WS-REQ-COUNT).

      *> The current master is optional only for the very first run
      *> that creates it - afterwards an empty input generation
      *> simply means every change request fails its unknown-
      *> currency check, which is the loud failure a mis-pointed DD
      *> deserves.
       LoadCurrentMaster.
           OPEN INPUT MULT-XRTI-FILE
           IF WS-XRTI-FILE-STATUS = "00"
               PERFORM UNTIL WS-XRT-END-OF-FILE
                   READ MULT-XRTI-FILE
                       AT END
                           SET WS-XRT-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneMasterRecord
                   END-READ
               END-PERFORM
               CLOSE MULT-XRTI-FILE
           END-IF.

       LoadOneMasterRecord.
           IF WS-XRT-COUNT >= WS-XRT-TABLE-MAX
               DISPLAY "EXCHANGE RATE MASTER EXCEEDS "
                   WS-XRT-TABLE-MAX
                   " ENTRIES - INCREASE WS-XRT-TABLE-MAX"
               PERFORM SalvageMasterOverflow
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-XRT-COUNT
           MOVE XRT-CURRENCY TO WS-XRT-TBL-CURRENCY (WS-XRT-COUNT)
           MOVE XRT-EFF-DATE TO WS-XRT-TBL-EFF-DATE (WS-XRT-COUNT)
           MOVE XRT-RATE TO WS-XRT-TBL-RATE (WS-XRT-COUNT)
           MOVE XRT-MAX-AGE-DAYS
               TO WS-XRT-TBL-MAX-AGE (WS-XRT-COUNT)
           IF XRT-STATUS = "I"
               MOVE "I" TO WS-XRT-TBL-STATUS (WS-XRT-COUNT)
           ELSE
               MOVE "A" TO WS-XRT-TBL-STATUS (WS-XRT-COUNT)
           END-IF.

       ValidateRequests.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM ValidateOneRequest
           END-PERFORM.

      *> Same posture as MultItemMaint: this program refuses the
      *> update to protect the operator; the multiply step has no
      *> defaults to fall back on for a bad rate. Cards are judged
      *> in deck order against the master AS AMENDED by the clean
      *> cards before them: a clean card's resolved record is
      *> folded into the in-storage view at the end.
       ValidateOneRequest.
           MOVE "N" TO WS-CARD-ERR-SWITCH
           IF WS-REQ-TBL-OPERATOR (WS-REQ-SUB) = SPACES
               DISPLAY "CARD " WS-REQ-SUB
                   " - OPERATOR ID IS MISSING"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           IF WS-REQ-TBL-ACTION (WS-REQ-SUB) NOT = "A"
                   AND WS-REQ-TBL-ACTION (WS-REQ-SUB) NOT = "C"
                   AND WS-REQ-TBL-ACTION (WS-REQ-SUB) NOT = "D"
               DISPLAY "CARD " WS-REQ-SUB " - ACTION INVALID: "
                   WS-REQ-TBL-ACTION (WS-REQ-SUB)
                   " (MUST BE A, C OR D)"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           MOVE ZEROES TO WS-SPACE-COUNT
           INSPECT WS-REQ-TBL-CURRENCY (WS-REQ-SUB)
               TALLYING WS-SPACE-COUNT FOR ALL SPACE
           IF WS-SPACE-COUNT > ZEROES
               DISPLAY "CARD " WS-REQ-SUB
                   " - CURRENCY CODE INVALID: "
                   WS-REQ-TBL-CURRENCY (WS-REQ-SUB)
                   " (MUST BE 3 NON-BLANK CHARACTERS)"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           IF WS-REQ-TBL-CURRENCY (WS-REQ-SUB) = MULT-BASE-CURRENCY
               DISPLAY "CARD " WS-REQ-SUB
                   " - " MULT-BASE-CURRENCY
                   " IS THE BASE CURRENCY AND CARRIES NO RATE"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           MOVE WS-REQ-TBL-EFF-DATE (WS-REQ-SUB) TO WS-EFF-X
           IF WS-EFF-9 IS NOT NUMERIC OR WS-EFF-9 = ZEROES
               DISPLAY "CARD " WS-REQ-SUB
                   " - EFFECTIVE DATE INVALID: " WS-EFF-X
                   " (MUST BE YYYYMMDD)"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           IF WS-REQ-TBL-ACTION (WS-REQ-SUB) = "A"
                   OR WS-REQ-TBL-ACTION (WS-REQ-SUB) = "C"
               MOVE WS-REQ-TBL-RATE (WS-REQ-SUB) TO WS-RATE-X
               IF WS-RATE-9 IS NOT NUMERIC OR WS-RATE-9 = ZEROES
                   DISPLAY "CARD " WS-REQ-SUB
                       " - RATE INVALID: " WS-RATE-X
                       " (MUST BE 11 DIGITS, 6 DECIMALS, NOT ZERO)"
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               END-IF
           END-IF
      *> The staleness limit is required on an add; on a change a
      *> blank limit keeps the currency's current one.
           MOVE WS-REQ-TBL-MAX-AGE (WS-REQ-SUB) TO WS-AGE-X
           IF WS-REQ-TBL-ACTION (WS-REQ-SUB) = "A"
                   OR (WS-REQ-TBL-ACTION (WS-REQ-SUB) = "C"
                       AND WS-AGE-X NOT = SPACES)
               IF WS-AGE-9 IS NOT NUMERIC OR WS-AGE-9 = ZEROES
                   DISPLAY "CARD " WS-REQ-SUB
                       " - MAXIMUM AGE INVALID: " WS-AGE-X
                       " (MUST BE 3 DIGITS, NOT ZERO)"
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               END-IF
           END-IF
           MOVE WS-REQ-TBL-CURRENCY (WS-REQ-SUB)
               TO WS-SEARCH-CURRENCY
           PERFORM FindLatestRateEntry
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "A"
                   IF WS-LATEST-SUB > ZEROES
                       DISPLAY "CARD " WS-REQ-SUB
                           " - DUPLICATE CURRENCY: "
                           WS-SEARCH-CURRENCY
                           " IS ALREADY ON THE MASTER"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN "C"
               WHEN "D"
                   IF WS-LATEST-SUB = ZEROES
                       DISPLAY "CARD " WS-REQ-SUB
                           " - CURRENCY NOT ON THE MASTER: "
                           WS-SEARCH-CURRENCY
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-CARD-IN-ERROR
               PERFORM FoldOneRequest
           END-IF.

      *> A clean card is resolved here, during validation: the new
      *> effective-dated record is built, the old and new rate and
      *> limit are captured for the change history, and the record
      *> is appended to the in-storage master view so later cards
      *> in the deck are judged against it. Nothing is written - on
      *> any error the run stops before the output files open. A
      *> withdrawal carries the currency's latest rate and limit
      *> forward under status I; a change naming a withdrawn
      *> currency reinstates it from its effective date.
       FoldOneRequest.
           MOVE WS-REQ-TBL-EFF-DATE (WS-REQ-SUB) TO WS-EFF-X
           MOVE WS-REQ-TBL-RATE (WS-REQ-SUB) TO WS-RATE-X
           MOVE WS-REQ-TBL-MAX-AGE (WS-REQ-SUB) TO WS-AGE-X
           MOVE WS-SEARCH-CURRENCY TO WS-NEW-CURRENCY
           MOVE WS-EFF-9 TO WS-NEW-EFF-DATE
           IF WS-LATEST-SUB > ZEROES
               MOVE WS-XRT-TBL-RATE (WS-LATEST-SUB)
                   TO WS-REQ-TBL-OLD-RATE (WS-REQ-SUB)
               MOVE WS-XRT-TBL-MAX-AGE (WS-LATEST-SUB)
                   TO WS-REQ-TBL-OLD-MAX-AGE (WS-REQ-SUB)
           END-IF
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "A"
                   MOVE WS-RATE-9 TO WS-NEW-RATE
                   MOVE WS-AGE-9 TO WS-NEW-MAX-AGE
                   MOVE "A" TO WS-NEW-STATUS
                   ADD 1 TO WS-ADDED-COUNT
               WHEN "C"
                   MOVE WS-RATE-9 TO WS-NEW-RATE
                   IF WS-AGE-X = SPACES
                       MOVE WS-XRT-TBL-MAX-AGE (WS-LATEST-SUB)
                           TO WS-NEW-MAX-AGE
                   ELSE
                       MOVE WS-AGE-9 TO WS-NEW-MAX-AGE
                   END-IF
                   MOVE "A" TO WS-NEW-STATUS
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN "D"
                   MOVE WS-XRT-TBL-RATE (WS-LATEST-SUB)
                       TO WS-NEW-RATE
                   MOVE WS-XRT-TBL-MAX-AGE (WS-LATEST-SUB)
                       TO WS-NEW-MAX-AGE
                   MOVE "I" TO WS-NEW-STATUS
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE
           MOVE WS-NEW-RATE TO WS-REQ-TBL-NEW-RATE (WS-REQ-SUB)
           MOVE WS-NEW-MAX-AGE
               TO WS-REQ-TBL-NEW-MAX-AGE (WS-REQ-SUB)
           PERFORM AppendToMasterTable.

      *> Latest record for the currency across all effective dates
      *> - the one whose rate shows as "old" on the change history.
       FindLatestRateEntry.
           MOVE ZEROES TO WS-LATEST-SUB
           MOVE ZEROES TO WS-LATEST-EFF
           PERFORM VARYING XRT-IDX FROM 1 BY 1
                   UNTIL XRT-IDX > WS-XRT-COUNT
               IF WS-XRT-TBL-CURRENCY (XRT-IDX) = WS-SEARCH-CURRENCY
                   IF WS-LATEST-SUB = ZEROES
                           OR WS-XRT-TBL-EFF-DATE (XRT-IDX)
                               >= WS-LATEST-EFF
                       SET WS-LATEST-SUB TO XRT-IDX
                       MOVE WS-XRT-TBL-EFF-DATE (XRT-IDX)
                           TO WS-LATEST-EFF
                   END-IF
               END-IF
           END-PERFORM.

       WriteMasterForward.
           PERFORM VARYING XRT-IDX FROM 1 BY 1
                   UNTIL XRT-IDX > WS-XRT-COUNT
               MOVE WS-XRT-TBL-CURRENCY (XRT-IDX) TO WS-NEW-CURRENCY
               MOVE WS-XRT-TBL-EFF-DATE (XRT-IDX)
                   TO WS-NEW-EFF-DATE
               MOVE WS-XRT-TBL-RATE (XRT-IDX) TO WS-NEW-RATE
               MOVE WS-XRT-TBL-MAX-AGE (XRT-IDX) TO WS-NEW-MAX-AGE
               MOVE WS-XRT-TBL-STATUS (XRT-IDX) TO WS-NEW-STATUS
               WRITE XRTO-REC FROM WS-NEW-RATE-REC
           END-PERFORM.

      *> By apply time the refreshed master has already been written
      *> whole by WriteMasterForward. All that remains per request
      *> is its change-history record, replayed from the old/new
      *> values captured during the fold.
       ApplyOneRequest.
           MOVE WS-SYS-DATE TO XRC-DATE
           MOVE WS-SYS-TIME TO XRC-TIME
           MOVE WS-REQ-TBL-OPERATOR (WS-REQ-SUB) TO XRC-OPERATOR-ID
           MOVE WS-REQ-TBL-ACTION (WS-REQ-SUB) TO XRC-ACTION
           MOVE WS-REQ-TBL-CURRENCY (WS-REQ-SUB) TO XRC-CURRENCY
           MOVE WS-REQ-TBL-EFF-DATE (WS-REQ-SUB) TO WS-EFF-X
           MOVE WS-EFF-9 TO XRC-EFF-DATE
           MOVE WS-REQ-TBL-OLD-RATE (WS-REQ-SUB) TO XRC-OLD-RATE
           MOVE WS-REQ-TBL-NEW-RATE (WS-REQ-SUB) TO XRC-NEW-RATE
           MOVE WS-REQ-TBL-OLD-MAX-AGE (WS-REQ-SUB)
               TO XRC-OLD-MAX-AGE
           MOVE WS-REQ-TBL-NEW-MAX-AGE (WS-REQ-SUB)
               TO XRC-NEW-MAX-AGE
           WRITE RATE-CHANGE-REC.

       AppendToMasterTable.
           IF WS-XRT-COUNT >= WS-XRT-TABLE-MAX
               DISPLAY "EXCHANGE RATE MASTER EXCEEDS "
                   WS-XRT-TABLE-MAX
                   " ENTRIES - INCREASE WS-XRT-TABLE-MAX"
               PERFORM WriteUnchangedMaster
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-XRT-COUNT
           MOVE WS-NEW-CURRENCY TO WS-XRT-TBL-CURRENCY (WS-XRT-COUNT)
           MOVE WS-NEW-EFF-DATE
               TO WS-XRT-TBL-EFF-DATE (WS-XRT-COUNT)
           MOVE WS-NEW-RATE TO WS-XRT-TBL-RATE (WS-XRT-COUNT)
           MOVE WS-NEW-MAX-AGE TO WS-XRT-TBL-MAX-AGE (WS-XRT-COUNT)
           MOVE WS-NEW-STATUS TO WS-XRT-TBL-STATUS (WS-XRT-COUNT).

      *> Cut the new generation carrying the master exactly as
      *> loaded - the entries a validation fold appended are
      *> truncated away - so a refused deck or an overflow stop
      *> still catalogs a usable generation instead of an empty
      *> one that the nightly multiply runs would read as "no
      *> rates". Performed on every normal-end stop after the
      *> master has loaded.
       WriteUnchangedMaster.
           MOVE WS-LOADED-XRT-COUNT TO WS-XRT-COUNT
           OPEN OUTPUT MULT-XRTO-FILE
           PERFORM WriteMasterForward
           CLOSE MULT-XRTO-FILE.

      *> Overflow while the master itself was loading: the table
      *> holds only part of it, so copy the table, the record that
      *> did not fit, and the unread rest of MULTXRTI straight
      *> through to the new generation - the master travels whole
      *> even when it is too big to validate against.
       SalvageMasterOverflow.
           OPEN OUTPUT MULT-XRTO-FILE
           PERFORM WriteMasterForward
           WRITE XRTO-REC FROM EXCH-RATE-REC
           PERFORM UNTIL WS-XRT-END-OF-FILE
               READ MULT-XRTI-FILE
                   AT END
                       SET WS-XRT-END-OF-FILE TO TRUE
                   NOT AT END
                       WRITE XRTO-REC FROM EXCH-RATE-REC
               END-READ
           END-PERFORM
           CLOSE MULT-XRTI-FILE
           CLOSE MULT-XRTO-FILE.

       END PROGRAM MultRateMaint.
