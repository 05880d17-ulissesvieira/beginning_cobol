       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultPeriodMaint.
      *> Maintains the fiscal period calendar (MULTPER) from operator
      *> request cards, in the spirit of MultItemMaint: add, change,
      *> close and reopen requests are validated (period id and
      *> date format, start after end, a period overlapping
      *> another, duplicate periods - including two adds for the
      *> same period in one deck - unknown periods, a change to a
      *> closed period's dates, closing a period already closed or
      *> reopening one already open), and a bad card fails the whole
      *> run loudly with return code 8 and nothing applied - a
      *> calendar half-updated is worse than one not updated. Cards
      *> are judged in deck order against the calendar as amended
      *> by the clean cards before them, so a deck may add a period
      *> and close its predecessor in one pass. Closing a period is
      *> the close lock: from the next multiply run on, anything
      *> dated into it posts to the current open period as a
      *> prior-period adjustment. Every applied request is logged
      *> to the cumulative MULTPCHG change-history dataset (who,
      *> when, action, the period's dates and status before and
      *> after).
      *> Reads the current calendar generation (MULTPERI) and writes
      *> the refreshed generation (MULTPERO). EVERY termination path
      *> that ends the step normally writes MULTPERO - a refused
      *> deck (return code 8) and the table overflow stops (16) cut
      *> a generation carrying the calendar UNCHANGED - because the
      *> new generation is cataloged on a normal nonzero-RC end
      *> either way: ending without writing it would hand the
      *> nightly multiply runs an empty (0) calendar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-REQUEST-FILE ASSIGN TO "MULTPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT MULT-PERI-FILE ASSIGN TO "MULTPERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERI-FILE-STATUS.

           SELECT MULT-PERO-FILE ASSIGN TO "MULTPERO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CHANGE-FILE ASSIGN TO "MULTPCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-REQUEST-FILE.
       COPY MULTPRQ.

       FD  MULT-PERI-FILE.
       COPY MULTPER.

      *> The refreshed calendar is a separate FD because the input
      *> and output generations are open at the same time during
      *> the overflow copy-through; both use the MULTPER layout -
      *> the length here must track that copybook.
       FD  MULT-PERO-FILE.
       01  PERO-REC                    PIC X(39).

       FD  PERIOD-CHANGE-FILE.
       COPY MULTPCG.

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-PERI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PCG-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-REQ-END-OF-FILE           VALUE "Y".
       01  WS-PER-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PER-END-OF-FILE           VALUE "Y".
       01  WS-ERROR-SWITCH             PIC X VALUE "N".
           88  WS-REQUEST-IN-ERROR          VALUE "Y".
       01  WS-CARD-ERR-SWITCH          PIC X VALUE "N".
           88  WS-CARD-IN-ERROR             VALUE "Y".
       01  WS-DATES-OK-SWITCH          PIC X VALUE "N".
           88  WS-DATES-OK                  VALUE "Y".

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.
       01  WS-SYS-TIME                 PIC 9(8).

       01  WS-ADDED-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-CHANGED-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-CLOSED-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-REOPENED-COUNT           PIC 9(5) VALUE ZEROES.

      *> The card's period id and dates pass through these redefined
      *> views so they can be checked with the same IS NUMERIC test
      *> the multiply step applies when it loads the calendar, and
      *> their month and day ranges checked as well.
       01  WS-PERIOD-X                 PIC X(6).
       01  WS-PERIOD-9 REDEFINES WS-PERIOD-X
                                       PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD-X.
           05  WS-PERIOD-YYYY          PIC 9(4).
           05  WS-PERIOD-PP            PIC 99.
       01  WS-DATE-X                   PIC X(8).
       01  WS-DATE-9 REDEFINES WS-DATE-X
                                       PIC 9(8).
       01  WS-DATE-R REDEFINES WS-DATE-X.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 99.
           05  WS-DATE-DD              PIC 99.
       01  WS-START-9                  PIC 9(8) VALUE ZEROES.
       01  WS-END-9                    PIC 9(8) VALUE ZEROES.

      *> Operator request table, loaded once in LoadRequests. All
      *> cards are validated - in deck order, each clean card's
      *> effect folded into the in-storage calendar before the next
      *> card is judged - before any output is written, so the
      *> all-or-nothing contract holds. The OLD/NEW dates and
      *> status are resolved during that fold and replayed onto the
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
               10  WS-REQ-TBL-PERIOD       PIC X(6).
               10  WS-REQ-TBL-START-DATE   PIC X(8).
               10  WS-REQ-TBL-END-DATE     PIC X(8).
               10  WS-REQ-TBL-OLD-START    PIC 9(8).
               10  WS-REQ-TBL-OLD-END      PIC 9(8).
               10  WS-REQ-TBL-OLD-STATUS   PIC X.
               10  WS-REQ-TBL-NEW-START    PIC 9(8).
               10  WS-REQ-TBL-NEW-END      PIC 9(8).
               10  WS-REQ-TBL-NEW-STATUS   PIC X.

      *> In-storage image of the current calendar, used to validate
      *> the requests and to write the refreshed generation. A
      *> period is one record, amended in place: each clean card's
      *> effect is applied here DURING validation, so an add
      *> followed by a close of the same period in one deck passes,
      *> and a second add of it in one deck fails.
       01  WS-PER-SUB                  PIC 9(5) VALUE ZEROES.
       01  WS-SEARCH-PERIOD            PIC 9(6) VALUE ZEROES.
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
               10  WS-PER-TBL-STATUS-DATE  PIC 9(8).
               10  WS-PER-TBL-STATUS-BY    PIC X(8).

       PROCEDURE DIVISION.
       MaintainPeriodCalendar.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME

      *> The calendar loads first so every stop path after it can
      *> still cut the unchanged-calendar generation.
           PERFORM LoadCurrentCalendar
           PERFORM LoadRequests
           PERFORM ValidateRequests

           IF WS-REQUEST-IN-ERROR
               DISPLAY "FISCAL CALENDAR NOT UPDATED - "
                   "CORRECT THE REQUEST CARDS AND RESUBMIT"
               PERFORM WriteUnchangedCalendar
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MULT-PERO-FILE
           PERFORM WriteCalendarForward
           CLOSE MULT-PERO-FILE

           OPEN EXTEND PERIOD-CHANGE-FILE
           IF WS-PCG-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-CHANGE-FILE
           END-IF

           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM ApplyOneRequest
           END-PERFORM

           CLOSE PERIOD-CHANGE-FILE

           DISPLAY "FISCAL CALENDAR UPDATED - ADDED: "
               WS-ADDED-COUNT " CHANGED: " WS-CHANGED-COUNT
               " CLOSED: " WS-CLOSED-COUNT
               " REOPENED: " WS-REOPENED-COUNT

           STOP RUN.

       LoadRequests.
           OPEN INPUT PERIOD-REQUEST-FILE
           IF WS-REQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQ-END-OF-FILE
                   READ PERIOD-REQUEST-FILE
                       AT END
                           SET WS-REQ-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneRequest
                   END-READ
               END-PERFORM
               CLOSE PERIOD-REQUEST-FILE
           END-IF
           IF WS-REQ-COUNT = ZEROES
               DISPLAY "NO FISCAL CALENDAR MAINTENANCE REQUESTS "
                   "SUPPLIED"
               PERFORM WriteUnchangedCalendar
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadOneRequest.
           IF WS-REQ-COUNT >= WS-REQ-TABLE-MAX
               DISPLAY "REQUEST FILE EXCEEDS " WS-REQ-TABLE-MAX
                   " CARDS - INCREASE WS-REQ-TABLE-MAX"
               PERFORM WriteUnchangedCalendar
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE PRQ-OPERATOR-ID
               TO WS-REQ-TBL-OPERATOR (WS-REQ-COUNT)
           MOVE PRQ-ACTION TO WS-REQ-TBL-ACTION (WS-REQ-COUNT)
           MOVE PRQ-PERIOD-ID TO WS-REQ-TBL-PERIOD (WS-REQ-COUNT)
           MOVE PRQ-START-DATE
               TO WS-REQ-TBL-START-DATE (WS-REQ-COUNT)
           MOVE PRQ-END-DATE TO WS-REQ-TBL-END-DATE (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-OLD-START (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-OLD-END (WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-TBL-OLD-STATUS (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-NEW-START (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-NEW-END (WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-TBL-NEW-STATUS (WS-REQ-COUNT).

      *> The current calendar is optional only for the very first
      *> run that creates it - afterwards an empty input generation
      *> simply means every change, close and reopen request fails
      *> its unknown-period check, which is the loud failure a
      *> mis-pointed DD deserves.
       LoadCurrentCalendar.
           OPEN INPUT MULT-PERI-FILE
           IF WS-PERI-FILE-STATUS = "00"
               PERFORM UNTIL WS-PER-END-OF-FILE
                   READ MULT-PERI-FILE
                       AT END
                           SET WS-PER-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneCalendarRecord
                   END-READ
               END-PERFORM
               CLOSE MULT-PERI-FILE
           END-IF.

       LoadOneCalendarRecord.
           IF WS-PER-COUNT >= WS-PER-TABLE-MAX
               DISPLAY "FISCAL CALENDAR EXCEEDS "
                   WS-PER-TABLE-MAX
                   " ENTRIES - INCREASE WS-PER-TABLE-MAX"
               PERFORM SalvageCalendarOverflow
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PER-COUNT
           MOVE PER-PERIOD-ID TO WS-PER-TBL-PERIOD (WS-PER-COUNT)
           MOVE PER-START-DATE
               TO WS-PER-TBL-START-DATE (WS-PER-COUNT)
           MOVE PER-END-DATE TO WS-PER-TBL-END-DATE (WS-PER-COUNT)
           IF PER-CLOSED
               MOVE "C" TO WS-PER-TBL-STATUS (WS-PER-COUNT)
           ELSE
               MOVE "O" TO WS-PER-TBL-STATUS (WS-PER-COUNT)
           END-IF
           MOVE PER-STATUS-DATE
               TO WS-PER-TBL-STATUS-DATE (WS-PER-COUNT)
           MOVE PER-STATUS-BY TO WS-PER-TBL-STATUS-BY (WS-PER-COUNT).

       ValidateRequests.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM ValidateOneRequest
           END-PERFORM.

      *> Same posture as MultItemMaint: this program refuses the
      *> update to protect the operator; the multiply step has no
      *> way to tell a mis-keyed period from a real one. Cards are
      *> judged in deck order against the calendar AS AMENDED by
      *> the clean cards before them: a clean card's effect is
      *> folded into the in-storage calendar at the end.
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
                   AND WS-REQ-TBL-ACTION (WS-REQ-SUB) NOT = "L"
                   AND WS-REQ-TBL-ACTION (WS-REQ-SUB) NOT = "R"
               DISPLAY "CARD " WS-REQ-SUB " - ACTION INVALID: "
                   WS-REQ-TBL-ACTION (WS-REQ-SUB)
                   " (MUST BE A, C, L OR R)"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           MOVE WS-REQ-TBL-PERIOD (WS-REQ-SUB) TO WS-PERIOD-X
           IF WS-PERIOD-9 IS NOT NUMERIC
               DISPLAY "CARD " WS-REQ-SUB
                   " - PERIOD INVALID: " WS-PERIOD-X
                   " (MUST BE YYYYPP)"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
               MOVE ZEROES TO WS-SEARCH-PERIOD
           ELSE
               IF WS-PERIOD-YYYY = ZEROES
                       OR WS-PERIOD-PP < 1 OR WS-PERIOD-PP > 13
                   DISPLAY "CARD " WS-REQ-SUB
                       " - PERIOD INVALID: " WS-PERIOD-X
                       " (MUST BE YYYYPP, PERIOD 01 TO 13)"
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               END-IF
               MOVE WS-PERIOD-9 TO WS-SEARCH-PERIOD
           END-IF
           IF WS-REQ-TBL-ACTION (WS-REQ-SUB) = "A"
                   OR WS-REQ-TBL-ACTION (WS-REQ-SUB) = "C"
               PERFORM ValidateCardDates
           END-IF
           PERFORM FindCalendarEntry
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "A"
                   IF WS-PER-SUB > ZEROES
                       DISPLAY "CARD " WS-REQ-SUB
                           " - DUPLICATE PERIOD: "
                           WS-SEARCH-PERIOD
                           " IS ALREADY ON THE CALENDAR"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN "C"
               WHEN "L"
               WHEN "R"
                   IF WS-PER-SUB = ZEROES
                       DISPLAY "CARD " WS-REQ-SUB
                           " - PERIOD NOT ON THE CALENDAR: "
                           WS-SEARCH-PERIOD
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   ELSE
                       PERFORM CheckPeriodStatus
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DATES-OK
                   AND (WS-REQ-TBL-ACTION (WS-REQ-SUB) = "A"
                       OR WS-REQ-TBL-ACTION (WS-REQ-SUB) = "C")
               PERFORM CheckPeriodOverlap
           END-IF
           IF NOT WS-CARD-IN-ERROR
               PERFORM FoldOneRequest
           END-IF.

      *> Start and end dates: YYYYMMDD, month and day in range, and
      *> the start no later than the end.
       ValidateCardDates.
           MOVE "Y" TO WS-DATES-OK-SWITCH
           MOVE WS-REQ-TBL-START-DATE (WS-REQ-SUB) TO WS-DATE-X
           PERFORM CheckOneCardDate
           MOVE WS-DATE-9 TO WS-START-9
           MOVE WS-REQ-TBL-END-DATE (WS-REQ-SUB) TO WS-DATE-X
           PERFORM CheckOneCardDate
           MOVE WS-DATE-9 TO WS-END-9
           IF WS-DATES-OK AND WS-START-9 > WS-END-9
               DISPLAY "CARD " WS-REQ-SUB
                   " - START DATE " WS-START-9
                   " IS AFTER END DATE " WS-END-9
               MOVE "N" TO WS-DATES-OK-SWITCH
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF.

       CheckOneCardDate.
           IF WS-DATE-9 IS NOT NUMERIC
               DISPLAY "CARD " WS-REQ-SUB
                   " - DATE INVALID: " WS-DATE-X
                   " (MUST BE YYYYMMDD)"
               MOVE "N" TO WS-DATES-OK-SWITCH
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
               MOVE ZEROES TO WS-DATE-9
           ELSE
               IF WS-DATE-YYYY = ZEROES
                       OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                       OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   DISPLAY "CARD " WS-REQ-SUB
                       " - DATE INVALID: " WS-DATE-X
                       " (MUST BE YYYYMMDD)"
                   MOVE "N" TO WS-DATES-OK-SWITCH
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               END-IF
           END-IF.

      *> A closed period's dates are locked with it - reopen it
      *> first. Closing twice or reopening an open period is almost
      *> always a card keyed against the wrong period.
       CheckPeriodStatus.
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "C"
                   IF WS-PER-TBL-STATUS (WS-PER-SUB) = "C"
                       DISPLAY "CARD " WS-REQ-SUB
                           " - PERIOD " WS-SEARCH-PERIOD
                           " IS CLOSED - REOPEN IT BEFORE "
                           "CHANGING ITS DATES"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN "L"
                   IF WS-PER-TBL-STATUS (WS-PER-SUB) = "C"
                       DISPLAY "CARD " WS-REQ-SUB
                           " - PERIOD " WS-SEARCH-PERIOD
                           " IS ALREADY CLOSED"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN "R"
                   IF WS-PER-TBL-STATUS (WS-PER-SUB) NOT = "C"
                       DISPLAY "CARD " WS-REQ-SUB
                           " - PERIOD " WS-SEARCH-PERIOD
                           " IS NOT CLOSED"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
           END-EVALUATE.

      *> Periods may not overlap - every date must resolve to at
      *> most one period. The period the card names is itself
      *> skipped, so a change may move its own dates freely.
       CheckPeriodOverlap.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PER-COUNT
               IF WS-PER-TBL-PERIOD (PER-IDX) NOT = WS-SEARCH-PERIOD
                       AND WS-START-9
                           <= WS-PER-TBL-END-DATE (PER-IDX)
                       AND WS-END-9
                           >= WS-PER-TBL-START-DATE (PER-IDX)
                   DISPLAY "CARD " WS-REQ-SUB
                       " - DATES OVERLAP PERIOD "
                       WS-PER-TBL-PERIOD (PER-IDX)
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               END-IF
           END-PERFORM.

       FindCalendarEntry.
           MOVE ZEROES TO WS-PER-SUB
           IF WS-PER-COUNT > ZEROES
               SET PER-IDX TO 1
               SEARCH WS-PER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PER-TBL-PERIOD (PER-IDX) = WS-SEARCH-PERIOD
                       SET WS-PER-SUB TO PER-IDX
               END-SEARCH
           END-IF.

      *> A clean card is resolved here, during validation: the old
      *> and new dates and status are captured for the change
      *> history and the in-storage calendar is amended so later
      *> cards in the deck are judged against it. Nothing is
      *> written - on any error the run stops before the output
      *> files open.
       FoldOneRequest.
           IF WS-REQ-TBL-ACTION (WS-REQ-SUB) = "A"
               PERFORM AppendToCalendarTable
               MOVE WS-START-9 TO WS-PER-TBL-START-DATE (WS-PER-SUB)
               MOVE WS-END-9 TO WS-PER-TBL-END-DATE (WS-PER-SUB)
               MOVE "O" TO WS-PER-TBL-STATUS (WS-PER-SUB)
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               MOVE WS-PER-TBL-START-DATE (WS-PER-SUB)
                   TO WS-REQ-TBL-OLD-START (WS-REQ-SUB)
               MOVE WS-PER-TBL-END-DATE (WS-PER-SUB)
                   TO WS-REQ-TBL-OLD-END (WS-REQ-SUB)
               MOVE WS-PER-TBL-STATUS (WS-PER-SUB)
                   TO WS-REQ-TBL-OLD-STATUS (WS-REQ-SUB)
               EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
                   WHEN "C"
                       MOVE WS-START-9
                           TO WS-PER-TBL-START-DATE (WS-PER-SUB)
                       MOVE WS-END-9
                           TO WS-PER-TBL-END-DATE (WS-PER-SUB)
                       ADD 1 TO WS-CHANGED-COUNT
                   WHEN "L"
                       MOVE "C" TO WS-PER-TBL-STATUS (WS-PER-SUB)
                       ADD 1 TO WS-CLOSED-COUNT
                   WHEN "R"
                       MOVE "O" TO WS-PER-TBL-STATUS (WS-PER-SUB)
                       ADD 1 TO WS-REOPENED-COUNT
               END-EVALUATE
           END-IF
           MOVE WS-SYS-DATE TO WS-PER-TBL-STATUS-DATE (WS-PER-SUB)
           MOVE WS-REQ-TBL-OPERATOR (WS-REQ-SUB)
               TO WS-PER-TBL-STATUS-BY (WS-PER-SUB)
           MOVE WS-PER-TBL-START-DATE (WS-PER-SUB)
               TO WS-REQ-TBL-NEW-START (WS-REQ-SUB)
           MOVE WS-PER-TBL-END-DATE (WS-PER-SUB)
               TO WS-REQ-TBL-NEW-END (WS-REQ-SUB)
           MOVE WS-PER-TBL-STATUS (WS-PER-SUB)
               TO WS-REQ-TBL-NEW-STATUS (WS-REQ-SUB).

       AppendToCalendarTable.
           IF WS-PER-COUNT >= WS-PER-TABLE-MAX
               DISPLAY "FISCAL CALENDAR EXCEEDS "
                   WS-PER-TABLE-MAX
                   " ENTRIES - INCREASE WS-PER-TABLE-MAX"
               PERFORM WriteUnchangedCalendar
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PER-COUNT
           MOVE WS-PER-COUNT TO WS-PER-SUB
           MOVE WS-SEARCH-PERIOD TO WS-PER-TBL-PERIOD (WS-PER-SUB).

       WriteCalendarForward.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PER-COUNT
               MOVE WS-PER-TBL-PERIOD (PER-IDX) TO PER-PERIOD-ID
               MOVE WS-PER-TBL-START-DATE (PER-IDX)
                   TO PER-START-DATE
               MOVE WS-PER-TBL-END-DATE (PER-IDX) TO PER-END-DATE
               MOVE WS-PER-TBL-STATUS (PER-IDX) TO PER-STATUS
               MOVE WS-PER-TBL-STATUS-DATE (PER-IDX)
                   TO PER-STATUS-DATE
               MOVE WS-PER-TBL-STATUS-BY (PER-IDX) TO PER-STATUS-BY
               WRITE PERO-REC FROM FISCAL-PERIOD-REC
           END-PERFORM.

      *> By apply time the refreshed calendar has already been
      *> written whole by WriteCalendarForward. All that remains
      *> per request is its change-history record, replayed from
      *> the old/new values captured during the fold.
       ApplyOneRequest.
           MOVE WS-SYS-DATE TO PCG-DATE
           MOVE WS-SYS-TIME TO PCG-TIME
           MOVE WS-REQ-TBL-OPERATOR (WS-REQ-SUB) TO PCG-OPERATOR-ID
           MOVE WS-REQ-TBL-ACTION (WS-REQ-SUB) TO PCG-ACTION
           MOVE WS-REQ-TBL-PERIOD (WS-REQ-SUB) TO WS-PERIOD-X
           MOVE WS-PERIOD-9 TO PCG-PERIOD-ID
           MOVE WS-REQ-TBL-OLD-START (WS-REQ-SUB)
               TO PCG-OLD-START-DATE
           MOVE WS-REQ-TBL-OLD-END (WS-REQ-SUB) TO PCG-OLD-END-DATE
           MOVE WS-REQ-TBL-OLD-STATUS (WS-REQ-SUB) TO PCG-OLD-STATUS
           MOVE WS-REQ-TBL-NEW-START (WS-REQ-SUB)
               TO PCG-NEW-START-DATE
           MOVE WS-REQ-TBL-NEW-END (WS-REQ-SUB) TO PCG-NEW-END-DATE
           MOVE WS-REQ-TBL-NEW-STATUS (WS-REQ-SUB) TO PCG-NEW-STATUS
           WRITE PERIOD-CHANGE-REC.

      *> The in-storage calendar is amended in place as the deck is
      *> validated, so the unchanged generation cannot be written
      *> from it: copy MULTPERI straight through instead, so a
      *> refused deck or an overflow stop still catalogs a usable
      *> generation rather than an empty one the nightly multiply
      *> runs would read as "no calendar". Performed on every
      *> normal-end stop after the calendar has loaded.
       WriteUnchangedCalendar.
           OPEN OUTPUT MULT-PERO-FILE
           MOVE "N" TO WS-PER-EOF-SWITCH
           OPEN INPUT MULT-PERI-FILE
           IF WS-PERI-FILE-STATUS = "00"
               PERFORM UNTIL WS-PER-END-OF-FILE
                   READ MULT-PERI-FILE
                       AT END
                           SET WS-PER-END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE PERO-REC FROM FISCAL-PERIOD-REC
                   END-READ
               END-PERFORM
               CLOSE MULT-PERI-FILE
           END-IF
           CLOSE MULT-PERO-FILE.

      *> Overflow while the calendar itself was loading: MULTPERI is
      *> still open part-way through, so close it and copy it whole
      *> from the top - the calendar travels intact even when it is
      *> too big to validate against.
       SalvageCalendarOverflow.
           CLOSE MULT-PERI-FILE
           PERFORM WriteUnchangedCalendar.

       END PROGRAM MultPeriodMaint.
