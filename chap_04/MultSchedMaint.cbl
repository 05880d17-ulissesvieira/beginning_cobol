       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultSchedMaint.
      *> Maintains the expected-transmission calendar (MULTSCHD) -
      *> which sending systems owe a MULTIN batch on which days of
      *> the week, and by what cutoff - from operator request cards,
      *> in the spirit of MultItemMaint: add, change and delete
      *> requests are validated (day flags, cutoff time, duplicate
      *> and unknown systems - judged in deck order against the
      *> calendar as amended by the clean cards before them), and a
      *> bad card fails the whole run loudly with return code 8 and
      *> nothing applied. Unlike the item master the calendar is not
      *> effective-dated: it answers "who is due today", so a change
      *> replaces the sender's line and a delete removes it. Every
      *> applied request is logged to the cumulative MULTSCHG
      *> change-history dataset (who, when, action, old and new
      *> days and cutoff).
      *> Reads the current calendar generation (MULTSCHI) and writes
      *> the refreshed generation (MULTSCHO). EVERY termination path
      *> that ends the step normally writes MULTSCHO - a refused
      *> deck (return code 8) and the table overflow stops (16)
      *> copy the current generation through unchanged - because
      *> the new generation is cataloged on a normal nonzero-RC end
      *> either way, and an empty calendar would report every
      *> sender as unscheduled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-REQUEST-FILE ASSIGN TO "MULTSREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT MULT-SCHI-FILE ASSIGN TO "MULTSCHI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHI-FILE-STATUS.

           SELECT MULT-SCHO-FILE ASSIGN TO "MULTSCHO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHED-CHANGE-FILE ASSIGN TO "MULTSCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-REQUEST-FILE.
       COPY MULTSRQ.

       FD  MULT-SCHI-FILE.
       COPY MULTSCH.

      *> The refreshed calendar is a separate FD because the input
      *> and output generations are open at the same time during
      *> the overflow salvage; both use the MULTSCH layout - the
      *> length here must track that copybook.
       FD  MULT-SCHO-FILE.
       01  SCHO-REC                    PIC X(49).

       FD  SCHED-CHANGE-FILE.
       COPY MULTSCG.

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-SCHI-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-SCG-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-REQ-END-OF-FILE           VALUE "Y".
       01  WS-SCH-EOF-SWITCH           PIC X VALUE "N".
           88  WS-SCH-END-OF-FILE           VALUE "Y".
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
       01  WS-DELETED-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-DAY-SUB                  PIC 9 VALUE ZEROES.
       01  WS-DUE-DAY-COUNT            PIC 9 VALUE ZEROES.
       01  WS-DAY-ERR-SWITCH           PIC X VALUE "N".
           88  WS-DAY-FLAGS-BAD             VALUE "Y".

      *> The day flags and cutoff pass through these redefined
      *> views so they can be checked byte by byte and with the same
      *> IS NUMERIC test the rest of the system applies.
       01  WS-DAYS-X                   PIC X(7).
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-X.
           05  WS-DAYS-FLAG            PIC X OCCURS 7 TIMES.
       01  WS-CUTOFF-X.
           05  WS-CUTOFF-HH-X          PIC XX.
           05  WS-CUTOFF-MM-X          PIC XX.
       01  WS-CUTOFF-9 REDEFINES WS-CUTOFF-X.
           05  WS-CUTOFF-HH            PIC 99.
           05  WS-CUTOFF-MM            PIC 99.

      *> Calendar records are written FROM working storage - the
      *> length must track the MULTSCH copybook.
       01  WS-NEW-SCHED-REC.
           05  WS-NEW-SYSTEM-ID        PIC X(8).
           05  WS-NEW-DAY-FLAGS        PIC X(7).
           05  WS-NEW-CUTOFF-TIME      PIC 9(4).
           05  WS-NEW-DESCRIPTION      PIC X(30).

      *> Operator request table, loaded once in LoadRequests. All
      *> cards are validated - in deck order, each clean card's
      *> effect folded into the in-storage calendar before the next
      *> card is judged - before any output is written. The OLD/NEW
      *> days and cutoffs are resolved during that fold and replayed
      *> onto the change history when the deck applies.
       01  WS-REQ-SUB                  PIC 9(3) VALUE ZEROES.
       01  WS-REQ-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-REQ-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-REQ-COUNT
                   INDEXED BY REQ-IDX.
               10  WS-REQ-TBL-OPERATOR     PIC X(8).
               10  WS-REQ-TBL-ACTION       PIC X.
               10  WS-REQ-TBL-SYSTEM-ID    PIC X(8).
               10  WS-REQ-TBL-DAY-FLAGS    PIC X(7).
               10  WS-REQ-TBL-CUTOFF       PIC X(4).
               10  WS-REQ-TBL-DESC         PIC X(30).
               10  WS-REQ-TBL-OLD-DAYS     PIC X(7).
               10  WS-REQ-TBL-OLD-CUTOFF   PIC 9(4).
               10  WS-REQ-TBL-NEW-DAYS     PIC X(7).
               10  WS-REQ-TBL-NEW-CUTOFF   PIC 9(4).

      *> In-storage image of the current calendar, used to validate
      *> the requests and to write the refreshed generation. A clean
      *> add appends an entry, a change rewrites its entry in place
      *> and a delete marks it D - deleted entries are skipped by
      *> the lookup (so a delete followed by a re-add in one deck
      *> passes) and by the write-forward.
       01  WS-FOUND-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-SEARCH-SYSTEM-ID         PIC X(8) VALUE SPACES.
       01  WS-SCH-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-SCH-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SCH-COUNT
                   INDEXED BY SCH-IDX.
               10  WS-SCH-TBL-SYSTEM-ID    PIC X(8).
               10  WS-SCH-TBL-DAY-FLAGS    PIC X(7).
               10  WS-SCH-TBL-CUTOFF       PIC 9(4).
               10  WS-SCH-TBL-DESC         PIC X(30).
               10  WS-SCH-TBL-STATUS       PIC X.

       PROCEDURE DIVISION.
       MaintainSchedule.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME

      *> The calendar loads first so every stop path after it can
      *> still cut the unchanged generation.
           PERFORM LoadCurrentSchedule
           PERFORM LoadRequests
           PERFORM ValidateRequests

           IF WS-REQUEST-IN-ERROR
               DISPLAY "TRANSMISSION CALENDAR NOT UPDATED - "
                   "CORRECT THE REQUEST CARDS AND RESUBMIT"
               PERFORM CopyScheduleThrough
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MULT-SCHO-FILE
           PERFORM WriteScheduleForward
           CLOSE MULT-SCHO-FILE

           OPEN EXTEND SCHED-CHANGE-FILE
           IF WS-SCG-FILE-STATUS = "35"
               OPEN OUTPUT SCHED-CHANGE-FILE
           END-IF

           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM ApplyOneRequest
           END-PERFORM

           CLOSE SCHED-CHANGE-FILE

           DISPLAY "TRANSMISSION CALENDAR UPDATED - ADDED: "
               WS-ADDED-COUNT
               " CHANGED: " WS-CHANGED-COUNT
               " DELETED: " WS-DELETED-COUNT

           STOP RUN.

       LoadRequests.
           OPEN INPUT SCHED-REQUEST-FILE
           IF WS-REQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-REQ-END-OF-FILE
                   READ SCHED-REQUEST-FILE
                       AT END
                           SET WS-REQ-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneRequest
                   END-READ
               END-PERFORM
               CLOSE SCHED-REQUEST-FILE
           END-IF
           IF WS-REQ-COUNT = ZEROES
               DISPLAY "NO CALENDAR MAINTENANCE REQUESTS SUPPLIED"
               PERFORM CopyScheduleThrough
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadOneRequest.
           IF WS-REQ-COUNT >= WS-REQ-TABLE-MAX
               DISPLAY "REQUEST FILE EXCEEDS " WS-REQ-TABLE-MAX
                   " CARDS - INCREASE WS-REQ-TABLE-MAX"
               CLOSE SCHED-REQUEST-FILE
               PERFORM CopyScheduleThrough
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE SRQ-OPERATOR-ID
               TO WS-REQ-TBL-OPERATOR (WS-REQ-COUNT)
           MOVE SRQ-ACTION TO WS-REQ-TBL-ACTION (WS-REQ-COUNT)
           MOVE SRQ-SYSTEM-ID
               TO WS-REQ-TBL-SYSTEM-ID (WS-REQ-COUNT)
           MOVE SRQ-DAY-FLAGS
               TO WS-REQ-TBL-DAY-FLAGS (WS-REQ-COUNT)
           MOVE SRQ-CUTOFF-TIME TO WS-REQ-TBL-CUTOFF (WS-REQ-COUNT)
           MOVE SRQ-DESCRIPTION TO WS-REQ-TBL-DESC (WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-TBL-OLD-DAYS (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-OLD-CUTOFF (WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-TBL-NEW-DAYS (WS-REQ-COUNT)
           MOVE ZEROES TO WS-REQ-TBL-NEW-CUTOFF (WS-REQ-COUNT).

      *> The current calendar is optional only for the very first
      *> run that creates it.
       LoadCurrentSchedule.
           OPEN INPUT MULT-SCHI-FILE
           IF WS-SCHI-FILE-STATUS = "00"
               PERFORM UNTIL WS-SCH-END-OF-FILE
                   READ MULT-SCHI-FILE
                       AT END
                           SET WS-SCH-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LoadOneScheduleRecord
                   END-READ
               END-PERFORM
               CLOSE MULT-SCHI-FILE
           END-IF.

       LoadOneScheduleRecord.
           IF WS-SCH-COUNT >= WS-SCH-TABLE-MAX
               DISPLAY "TRANSMISSION CALENDAR EXCEEDS "
                   WS-SCH-TABLE-MAX
                   " ENTRIES - INCREASE WS-SCH-TABLE-MAX"
               CLOSE MULT-SCHI-FILE
               PERFORM CopyScheduleThrough
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
               MOVE ZEROES TO WS-SCH-TBL-CUTOFF (WS-SCH-COUNT)
           END-IF
           MOVE SCHD-DESCRIPTION TO WS-SCH-TBL-DESC (WS-SCH-COUNT)
           MOVE "A" TO WS-SCH-TBL-STATUS (WS-SCH-COUNT).

       ValidateRequests.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM ValidateOneRequest
           END-PERFORM.

      *> Same posture as MultItemMaint: the transmission check has
      *> no defaults to fall back on for a bad calendar line. An add
      *> and a change must carry seven Y/N day flags with at least
      *> one Y (a sender never due is a delete) and a valid HHMM
      *> cutoff; a change with a blank description keeps the old.
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
           IF WS-REQ-TBL-SYSTEM-ID (WS-REQ-SUB) = SPACES
               DISPLAY "CARD " WS-REQ-SUB " - SYSTEM ID IS MISSING"
               SET WS-REQUEST-IN-ERROR TO TRUE
               SET WS-CARD-IN-ERROR TO TRUE
           END-IF
           IF WS-REQ-TBL-ACTION (WS-REQ-SUB) = "A"
                   OR WS-REQ-TBL-ACTION (WS-REQ-SUB) = "C"
               PERFORM CheckDayFlags
               IF WS-DAY-FLAGS-BAD
                   DISPLAY "CARD " WS-REQ-SUB
                       " - DAY FLAGS INVALID: " WS-DAYS-X
                       " (SEVEN Y/N, MONDAY FIRST, AT LEAST ONE Y)"
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               END-IF
               MOVE WS-REQ-TBL-CUTOFF (WS-REQ-SUB) TO WS-CUTOFF-X
               IF WS-CUTOFF-X IS NOT NUMERIC
                   DISPLAY "CARD " WS-REQ-SUB
                       " - CUTOFF TIME INVALID: " WS-CUTOFF-X
                       " (MUST BE HHMM)"
                   SET WS-REQUEST-IN-ERROR TO TRUE
                   SET WS-CARD-IN-ERROR TO TRUE
               ELSE
                   IF WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
                       DISPLAY "CARD " WS-REQ-SUB
                           " - CUTOFF TIME INVALID: " WS-CUTOFF-X
                           " (MUST BE HHMM)"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-REQ-TBL-SYSTEM-ID (WS-REQ-SUB)
               TO WS-SEARCH-SYSTEM-ID
           PERFORM FindScheduleEntry
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "A"
                   IF WS-FOUND-SUB > ZEROES
                       DISPLAY "CARD " WS-REQ-SUB
                           " - DUPLICATE SYSTEM ID: "
                           WS-SEARCH-SYSTEM-ID
                           " IS ALREADY ON THE CALENDAR"
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN "C"
               WHEN "D"
                   IF WS-FOUND-SUB = ZEROES
                       DISPLAY "CARD " WS-REQ-SUB
                           " - SYSTEM ID NOT ON THE CALENDAR: "
                           WS-SEARCH-SYSTEM-ID
                       SET WS-REQUEST-IN-ERROR TO TRUE
                       SET WS-CARD-IN-ERROR TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-CARD-IN-ERROR
               PERFORM FoldOneRequest
           END-IF.

       CheckDayFlags.
           MOVE "N" TO WS-DAY-ERR-SWITCH
           MOVE ZEROES TO WS-DUE-DAY-COUNT
           MOVE WS-REQ-TBL-DAY-FLAGS (WS-REQ-SUB) TO WS-DAYS-X
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               EVALUATE WS-DAYS-FLAG (WS-DAY-SUB)
                   WHEN "Y"
                       ADD 1 TO WS-DUE-DAY-COUNT
                   WHEN "N"
                       CONTINUE
                   WHEN OTHER
                       SET WS-DAY-FLAGS-BAD TO TRUE
               END-EVALUATE
           END-PERFORM
           IF WS-DUE-DAY-COUNT = ZEROES
               SET WS-DAY-FLAGS-BAD TO TRUE
           END-IF.

      *> A clean card is resolved here, during validation: the old
      *> and new days and cutoff are captured for the change history
      *> and the in-storage calendar is amended so later cards in
      *> the deck are judged against it. Nothing is written.
       FoldOneRequest.
           IF WS-FOUND-SUB > ZEROES
               MOVE WS-SCH-TBL-DAY-FLAGS (WS-FOUND-SUB)
                   TO WS-REQ-TBL-OLD-DAYS (WS-REQ-SUB)
               MOVE WS-SCH-TBL-CUTOFF (WS-FOUND-SUB)
                   TO WS-REQ-TBL-OLD-CUTOFF (WS-REQ-SUB)
           END-IF
           MOVE WS-REQ-TBL-CUTOFF (WS-REQ-SUB) TO WS-CUTOFF-X
           EVALUATE WS-REQ-TBL-ACTION (WS-REQ-SUB)
               WHEN "A"
                   IF WS-SCH-COUNT >= WS-SCH-TABLE-MAX
                       DISPLAY "TRANSMISSION CALENDAR EXCEEDS "
                           WS-SCH-TABLE-MAX
                           " ENTRIES - INCREASE WS-SCH-TABLE-MAX"
                       PERFORM CopyScheduleThrough
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SCH-COUNT
                   MOVE WS-SEARCH-SYSTEM-ID
                       TO WS-SCH-TBL-SYSTEM-ID (WS-SCH-COUNT)
                   MOVE WS-REQ-TBL-DAY-FLAGS (WS-REQ-SUB)
                       TO WS-SCH-TBL-DAY-FLAGS (WS-SCH-COUNT)
                   MOVE WS-CUTOFF-9
                       TO WS-SCH-TBL-CUTOFF (WS-SCH-COUNT)
                   MOVE WS-REQ-TBL-DESC (WS-REQ-SUB)
                       TO WS-SCH-TBL-DESC (WS-SCH-COUNT)
                   MOVE "A" TO WS-SCH-TBL-STATUS (WS-SCH-COUNT)
                   MOVE WS-REQ-TBL-DAY-FLAGS (WS-REQ-SUB)
                       TO WS-REQ-TBL-NEW-DAYS (WS-REQ-SUB)
                   MOVE WS-CUTOFF-9
                       TO WS-REQ-TBL-NEW-CUTOFF (WS-REQ-SUB)
                   ADD 1 TO WS-ADDED-COUNT
               WHEN "C"
                   MOVE WS-REQ-TBL-DAY-FLAGS (WS-REQ-SUB)
                       TO WS-SCH-TBL-DAY-FLAGS (WS-FOUND-SUB)
                   MOVE WS-CUTOFF-9
                       TO WS-SCH-TBL-CUTOFF (WS-FOUND-SUB)
                   IF WS-REQ-TBL-DESC (WS-REQ-SUB) NOT = SPACES
                       MOVE WS-REQ-TBL-DESC (WS-REQ-SUB)
                           TO WS-SCH-TBL-DESC (WS-FOUND-SUB)
                   END-IF
                   MOVE WS-REQ-TBL-DAY-FLAGS (WS-REQ-SUB)
                       TO WS-REQ-TBL-NEW-DAYS (WS-REQ-SUB)
                   MOVE WS-CUTOFF-9
                       TO WS-REQ-TBL-NEW-CUTOFF (WS-REQ-SUB)
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN "D"
                   MOVE "D" TO WS-SCH-TBL-STATUS (WS-FOUND-SUB)
                   ADD 1 TO WS-DELETED-COUNT
           END-EVALUATE.

      *> Live (not deleted) calendar entry for the system, if any.
       FindScheduleEntry.
           MOVE ZEROES TO WS-FOUND-SUB
           PERFORM VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-TBL-SYSTEM-ID (SCH-IDX)
                       = WS-SEARCH-SYSTEM-ID
                       AND WS-SCH-TBL-STATUS (SCH-IDX) NOT = "D"
                   SET WS-FOUND-SUB TO SCH-IDX
               END-IF
           END-PERFORM.

       WriteScheduleForward.
           PERFORM VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-TBL-STATUS (SCH-IDX) NOT = "D"
                   MOVE WS-SCH-TBL-SYSTEM-ID (SCH-IDX)
                       TO WS-NEW-SYSTEM-ID
                   MOVE WS-SCH-TBL-DAY-FLAGS (SCH-IDX)
                       TO WS-NEW-DAY-FLAGS
                   MOVE WS-SCH-TBL-CUTOFF (SCH-IDX)
                       TO WS-NEW-CUTOFF-TIME
                   MOVE WS-SCH-TBL-DESC (SCH-IDX)
                       TO WS-NEW-DESCRIPTION
                   WRITE SCHO-REC FROM WS-NEW-SCHED-REC
               END-IF
           END-PERFORM.

      *> By apply time the refreshed calendar has already been
      *> written whole - all that remains per request is its
      *> change-history record, replayed from the old/new values
      *> captured during the fold.
       ApplyOneRequest.
           MOVE WS-SYS-DATE TO SCG-DATE
           MOVE WS-SYS-TIME TO SCG-TIME
           MOVE WS-REQ-TBL-OPERATOR (WS-REQ-SUB) TO SCG-OPERATOR-ID
           MOVE WS-REQ-TBL-ACTION (WS-REQ-SUB) TO SCG-ACTION
           MOVE WS-REQ-TBL-SYSTEM-ID (WS-REQ-SUB) TO SCG-SYSTEM-ID
           MOVE WS-REQ-TBL-OLD-DAYS (WS-REQ-SUB) TO SCG-OLD-DAY-FLAGS
           MOVE WS-REQ-TBL-OLD-CUTOFF (WS-REQ-SUB)
               TO SCG-OLD-CUTOFF-TIME
           MOVE WS-REQ-TBL-NEW-DAYS (WS-REQ-SUB) TO SCG-NEW-DAY-FLAGS
           MOVE WS-REQ-TBL-NEW-CUTOFF (WS-REQ-SUB)
               TO SCG-NEW-CUTOFF-TIME
           WRITE SCHED-CHANGE-REC.

      *> Cut the new generation as a straight copy of the current
      *> one - a refused deck or an overflow stop still catalogs a
      *> usable calendar. Changes and deletes are folded in place,
      *> so the in-storage table cannot stand in for the unchanged
      *> calendar; the input generation is re-read instead.
       CopyScheduleThrough.
           OPEN OUTPUT MULT-SCHO-FILE
           MOVE "N" TO WS-SCH-EOF-SWITCH
           OPEN INPUT MULT-SCHI-FILE
           IF WS-SCHI-FILE-STATUS = "00"
               PERFORM UNTIL WS-SCH-END-OF-FILE
                   READ MULT-SCHI-FILE
                       AT END
                           SET WS-SCH-END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE SCHO-REC FROM MULT-SCHEDULE-REC
                   END-READ
               END-PERFORM
               CLOSE MULT-SCHI-FILE
           END-IF
           CLOSE MULT-SCHO-FILE.

       END PROGRAM MultSchedMaint.
