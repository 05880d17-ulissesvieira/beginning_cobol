      *> the extract details behind it, and logs the journal batch
      *> (unconfirmed) to the journal batch log the morning
      *> acknowledgment match reads. One journal batch is cut per
      *> processing cycle, identified by the journal date and the
      *> cycle (YYYYMMDD-C, the cycle from PARM, blank for 1); a
      *> rerun replaces that cycle's log entry rather than doubling
      *> it, and an intraday cycle's batch sits beside the overnight
      *> one instead of replacing it. An extract stamped with a
      *> different cycle from the PARM is the wrong generation and
      *> stops the step before any journal is cut.
      *> Extract lines may be in any currency; the journal nets and
      *> balances on each line's base-currency amount only, and the
      *> crosswalk closes with per-currency subtotals so the GL team
      *> can see how much of each journal line came from which
      *> currency. Extract lines written before currencies were
      *> carried are base-currency amounts.
      *> Journal lines are also kept apart by fiscal posting period
      *> and prior-period adjustment flag, as stamped on the extract
      *> by the multiply step, so an adjustment for a closed period
      *> never nets into the open period's own activity. Extract
      *> lines written before periods were carried post to the
      *> journal date's calendar month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> during the copy-forward; both use the MULTJLG layout - the
      *> length here must track that copybook.
       FD  MULT-JLGO-FILE.
       01  JLGO-REC                    PIC X(51).

       FD  XWALK-RPT-FILE.
       01  GXR-PRINT-REC               PIC X(132).

       01  WS-MMDDYYYY                 PIC 9(8).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-PARM-CYCLE-NO            PIC X VALUE SPACE.
       01  WS-BATCH-ID.
           05  WS-BATCH-ID-DATE        PIC X(8) VALUE SPACES.
           05  WS-BATCH-ID-SUFFIX.
               10  FILLER              PIC X VALUE "-".
               10  WS-BATCH-ID-CYCLE   PIC 9 VALUE 1.

      *> A logged entry's full batch id; an entry logged before
      *> cycles were carried has a blank suffix - the bare date.
       01  WS-LOG-BATCH-ID.
           05  WS-LOG-BATCH-DATE       PIC X(8).
           05  WS-LOG-BATCH-SUFFIX     PIC X(2).

       01  WS-DETAIL-READ-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-JRNL-LINE-COUNT          PIC 9(9) VALUE ZEROES.
       01  WS-NET-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       01  WS-NET-SIGN                 PIC X VALUE "+".

      *> One entry per GL account / department / posting period /
      *> prior-period adjustment flag combination seen on
      *> the extract, with the detail count and the gross plus and
      *> minus amounts to be netted onto its journal line.
       01  WS-SUM-SUB                  PIC 9(3) VALUE ZEROES.
                   INDEXED BY SUM-IDX.
               10  WS-SUM-TBL-ACCOUNT      PIC X(10).
               10  WS-SUM-TBL-DEPT         PIC X(4).
               10  WS-SUM-TBL-PERIOD       PIC 9(6).
               10  WS-SUM-TBL-PPA-FLAG     PIC X.
               10  WS-SUM-TBL-DTL-COUNT    PIC 9(7).
               10  WS-SUM-TBL-PLUS-AMT     PIC 9(11)V99.
               10  WS-SUM-TBL-MINUS-AMT    PIC 9(11)V99.

      *> One entry per currency seen on the extract: the detail
      *> count, the gross plus and minus in that currency, and the
      *> same lines' gross plus and minus in the base currency.
       01  WS-CUR-SUB                  PIC 9(3) VALUE ZEROES.
       01  WS-CUR-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-CUR-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CUR-COUNT
                   INDEXED BY CUR-IDX.
               10  WS-CUR-TBL-CODE         PIC X(3).
               10  WS-CUR-TBL-DTL-COUNT    PIC 9(7).
               10  WS-CUR-TBL-TXN-PLUS     PIC 9(11)V99.
               10  WS-CUR-TBL-TXN-MINUS    PIC 9(11)V99.
               10  WS-CUR-TBL-PLUS-AMT     PIC 9(11)V99.
               10  WS-CUR-TBL-MINUS-AMT    PIC 9(11)V99.

       01  WS-LINE-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-LINE-BASE-AMOUNT         PIC 9(11)V99 VALUE ZEROES.
       01  WS-LINE-PERIOD              PIC 9(6) VALUE ZEROES.
       01  WS-LINE-PPA-FLAG            PIC X VALUE "N".
       01  WS-PPA-DETAIL-COUNT         PIC 9(7) VALUE ZEROES.

       COPY MULTBCY.
       COPY MULTGXR.

       PROCEDURE DIVISION.
           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)
           MOVE WS-SYS-DATE TO WS-TODAY-YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD TO WS-BATCH-ID-DATE
           ACCEPT WS-PARM-CYCLE-NO FROM COMMAND-LINE
           IF WS-PARM-CYCLE-NO IS NUMERIC
                   AND WS-PARM-CYCLE-NO NOT = "0"
               MOVE WS-PARM-CYCLE-NO TO WS-BATCH-ID-CYCLE
           END-IF

           PERFORM TallyGLDetails
           PERFORM WriteJournalFile

      *> Extract entries written before the sign field existed carry
      *> a space there - they are postings, so they net as plus.
      *> Entries written before the period field existed carry
      *> spaces there - they post to the journal date's month.
      *> Entries written before the currency field existed carry a
      *> space there too - they are base-currency amounts, so
      *> GL-RESULT is already the base amount.
       TallyOneGLDetail.
           IF GL-CYCLE-NO IS NUMERIC
                   AND GL-CYCLE-NO NOT = WS-BATCH-ID-CYCLE
               DISPLAY "GL EXTRACT IS FOR CYCLE " GL-CYCLE-NO
                   " - JOURNAL REQUESTED FOR CYCLE "
                   WS-BATCH-ID-CYCLE
               PERFORM SalvageJournalLog
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GL-CURRENCY = SPACES
               MOVE MULT-BASE-CURRENCY TO WS-LINE-CURRENCY
               MOVE GL-RESULT TO WS-LINE-BASE-AMOUNT
           ELSE
               MOVE GL-CURRENCY TO WS-LINE-CURRENCY
               MOVE GL-BASE-AMOUNT TO WS-LINE-BASE-AMOUNT
           END-IF
           IF GL-POST-PERIOD IS NOT NUMERIC
               MOVE WS-TODAY-YYYYMMDD (1:6) TO WS-LINE-PERIOD
               MOVE "N" TO WS-LINE-PPA-FLAG
           ELSE
               MOVE GL-POST-PERIOD TO WS-LINE-PERIOD
               IF GL-PPA-FLAG = "Y"
                   MOVE "Y" TO WS-LINE-PPA-FLAG
                   ADD 1 TO WS-PPA-DETAIL-COUNT
               ELSE
                   MOVE "N" TO WS-LINE-PPA-FLAG
               END-IF
           END-IF
           PERFORM FindOrAddSummaryEntry
           PERFORM FindOrAddCurrencyEntry
           ADD 1 TO WS-SUM-TBL-DTL-COUNT (WS-SUM-SUB)
           ADD 1 TO WS-CUR-TBL-DTL-COUNT (WS-CUR-SUB)
           IF GL-AMOUNT-SIGN = "-"
               ADD WS-LINE-BASE-AMOUNT
                   TO WS-SUM-TBL-MINUS-AMT (WS-SUM-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - MINUS AMOUNT OVERFLOWED "
                           "FOR ACCOUNT " GL-ACCOUNT-CODE
               END-ADD
               ADD GL-RESULT TO WS-CUR-TBL-TXN-MINUS (WS-CUR-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - MINUS AMOUNT OVERFLOWED "
                           "FOR CURRENCY " WS-LINE-CURRENCY
               END-ADD
               ADD WS-LINE-BASE-AMOUNT
                   TO WS-CUR-TBL-MINUS-AMT (WS-CUR-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - MINUS AMOUNT OVERFLOWED "
                           "FOR CURRENCY " WS-LINE-CURRENCY
               END-ADD
           ELSE
               ADD WS-LINE-BASE-AMOUNT
                   TO WS-SUM-TBL-PLUS-AMT (WS-SUM-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - PLUS AMOUNT OVERFLOWED "
                           "FOR ACCOUNT " GL-ACCOUNT-CODE
               END-ADD
               ADD GL-RESULT TO WS-CUR-TBL-TXN-PLUS (WS-CUR-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - PLUS AMOUNT OVERFLOWED "
                           "FOR CURRENCY " WS-LINE-CURRENCY
               END-ADD
               ADD WS-LINE-BASE-AMOUNT
                   TO WS-CUR-TBL-PLUS-AMT (WS-CUR-SUB)
                   ON SIZE ERROR
                       DISPLAY "WARNING - PLUS AMOUNT OVERFLOWED "
                           "FOR CURRENCY " WS-LINE-CURRENCY
               END-ADD
           END-IF.

       FindOrAddSummaryEntry.
                               = GL-ACCOUNT-CODE
                           AND WS-SUM-TBL-DEPT (SUM-IDX)
                               = GL-DEPT-CODE
                           AND WS-SUM-TBL-PERIOD (SUM-IDX)
                               = WS-LINE-PERIOD
                           AND WS-SUM-TBL-PPA-FLAG (SUM-IDX)
                               = WS-LINE-PPA-FLAG
                       SET WS-SUM-SUB TO SUM-IDX
               END-SEARCH
           END-IF
               MOVE GL-ACCOUNT-CODE
                   TO WS-SUM-TBL-ACCOUNT (WS-SUM-SUB)
               MOVE GL-DEPT-CODE TO WS-SUM-TBL-DEPT (WS-SUM-SUB)
               MOVE WS-LINE-PERIOD TO WS-SUM-TBL-PERIOD (WS-SUM-SUB)
               MOVE WS-LINE-PPA-FLAG
                   TO WS-SUM-TBL-PPA-FLAG (WS-SUM-SUB)
               MOVE ZEROES TO WS-SUM-TBL-DTL-COUNT (WS-SUM-SUB)
               MOVE ZEROES TO WS-SUM-TBL-PLUS-AMT (WS-SUM-SUB)
               MOVE ZEROES TO WS-SUM-TBL-MINUS-AMT (WS-SUM-SUB)
           END-IF.

       FindOrAddCurrencyEntry.
           MOVE ZEROES TO WS-CUR-SUB
           IF WS-CUR-COUNT > ZEROES
               SET CUR-IDX TO 1
               SEARCH WS-CUR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUR-TBL-CODE (CUR-IDX) = WS-LINE-CURRENCY
                       SET WS-CUR-SUB TO CUR-IDX
               END-SEARCH
           END-IF
           IF WS-CUR-SUB = ZEROES
               IF WS-CUR-COUNT >= WS-CUR-TABLE-MAX
                   DISPLAY "CURRENCY SUMMARY TABLE EXCEEDS "
                       WS-CUR-TABLE-MAX " ENTRIES - "
                       "INCREASE WS-CUR-TABLE-MAX"
                   PERFORM SalvageJournalLog
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-SUB
               MOVE WS-LINE-CURRENCY TO WS-CUR-TBL-CODE (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-DTL-COUNT (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-TXN-PLUS (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-TXN-MINUS (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-PLUS-AMT (WS-CUR-SUB)
               MOVE ZEROES TO WS-CUR-TBL-MINUS-AMT (WS-CUR-SUB)
           END-IF.

       NetOneSummaryEntry.
           IF WS-SUM-TBL-PLUS-AMT (SUM-IDX)
                   >= WS-SUM-TBL-MINUS-AMT (SUM-IDX)
               MOVE WS-SUM-TBL-DEPT (SUM-IDX) TO JRN-DEPT-CODE
               MOVE WS-NET-SIGN TO JRN-AMOUNT-SIGN
               MOVE WS-NET-AMOUNT TO JRN-NET-AMOUNT
               MOVE WS-SUM-TBL-PERIOD (SUM-IDX) TO JRN-POST-PERIOD
               MOVE WS-SUM-TBL-PPA-FLAG (SUM-IDX) TO JRN-PPA-FLAG
               WRITE MULT-JOURNAL-REC
               ADD 1 TO WS-JRNL-LINE-COUNT
               ADD WS-NET-AMOUNT TO WS-JRNL-AMOUNT-TOTAL
               MOVE WS-SUM-TBL-MINUS-AMT (SUM-IDX) TO GXR-DTL-MINUS
               MOVE WS-NET-SIGN TO GXR-DTL-SIGN
               MOVE WS-NET-AMOUNT TO GXR-DTL-NET
               MOVE WS-SUM-TBL-PERIOD (SUM-IDX) TO GXR-DTL-PERIOD
               IF WS-SUM-TBL-PPA-FLAG (SUM-IDX) = "Y"
                   MOVE "PPA" TO GXR-DTL-PPA
               ELSE
                   MOVE SPACES TO GXR-DTL-PPA
               END-IF
               MOVE GXR-DETAIL-LINE TO GXR-PRINT-REC
               WRITE GXR-PRINT-REC
           END-PERFORM
           MOVE GXR-TOTAL-DEC-LINE TO GXR-PRINT-REC
           WRITE GXR-PRINT-REC

           MOVE SPACES TO GXR-TOTAL-LINE
           MOVE "PRIOR-PERIOD ADJUSTMENT DETAILS:"
               TO GXR-TOT-LABEL
           MOVE WS-PPA-DETAIL-COUNT TO GXR-TOT-VALUE
           MOVE GXR-TOTAL-LINE TO GXR-PRINT-REC
           WRITE GXR-PRINT-REC

           MOVE GXR-CUR-TITLE-LINE TO GXR-PRINT-REC
           WRITE GXR-PRINT-REC
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > WS-CUR-COUNT
               PERFORM WriteOneCurrencyLine
           END-PERFORM

           CLOSE XWALK-RPT-FILE.

      *> The transaction-currency net and the base net are each
      *> signed on their own; a rate change within the day can in
      *> principle leave them pointing different ways.
       WriteOneCurrencyLine.
           MOVE WS-CUR-TBL-CODE (CUR-IDX) TO GXR-CUR-CODE
           MOVE WS-CUR-TBL-DTL-COUNT (CUR-IDX) TO GXR-CUR-COUNT
           IF WS-CUR-TBL-TXN-PLUS (CUR-IDX)
                   >= WS-CUR-TBL-TXN-MINUS (CUR-IDX)
               MOVE "+" TO GXR-CUR-TXN-SIGN
               COMPUTE WS-NET-AMOUNT =
                   WS-CUR-TBL-TXN-PLUS (CUR-IDX)
                   - WS-CUR-TBL-TXN-MINUS (CUR-IDX)
           ELSE
               MOVE "-" TO GXR-CUR-TXN-SIGN
               COMPUTE WS-NET-AMOUNT =
                   WS-CUR-TBL-TXN-MINUS (CUR-IDX)
                   - WS-CUR-TBL-TXN-PLUS (CUR-IDX)
           END-IF
           MOVE WS-NET-AMOUNT TO GXR-CUR-TXN-NET
           MOVE WS-CUR-TBL-PLUS-AMT (CUR-IDX) TO GXR-CUR-PLUS
           MOVE WS-CUR-TBL-MINUS-AMT (CUR-IDX) TO GXR-CUR-MINUS
           IF WS-CUR-TBL-PLUS-AMT (CUR-IDX)
                   >= WS-CUR-TBL-MINUS-AMT (CUR-IDX)
               MOVE "+" TO GXR-CUR-SIGN
               COMPUTE WS-NET-AMOUNT =
                   WS-CUR-TBL-PLUS-AMT (CUR-IDX)
                   - WS-CUR-TBL-MINUS-AMT (CUR-IDX)
           ELSE
               MOVE "-" TO GXR-CUR-SIGN
               COMPUTE WS-NET-AMOUNT =
                   WS-CUR-TBL-MINUS-AMT (CUR-IDX)
                   - WS-CUR-TBL-PLUS-AMT (CUR-IDX)
           END-IF
           MOVE WS-NET-AMOUNT TO GXR-CUR-NET
           MOVE GXR-CUR-LINE TO GXR-PRINT-REC
           WRITE GXR-PRINT-REC.

      *> Copy the prior log forward, dropping any record already
      *> carrying this batch id so a rerun replaces rather than
      *> doubles the cycle, then append this batch unconfirmed. For
      *> cycle 1 an entry under the bare date (logged before cycles
      *> were carried) is the same batch and is dropped too.
      *> The prior log is optional - the first run has none.
       RefreshJournalLog.
           OPEN OUTPUT MULT-JLGO-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CopyOneLogEntry
                   END-READ
               END-PERFORM
               CLOSE MULT-JLGI-FILE
           END-IF

           MOVE WS-BATCH-ID-DATE TO JLOG-BATCH-ID
           MOVE WS-BATCH-ID-SUFFIX TO JLOG-BATCH-SUFFIX
           MOVE WS-TODAY-YYYYMMDD TO JLOG-JOURNAL-DATE
           MOVE WS-JRNL-LINE-COUNT TO JLOG-LINE-COUNT
           MOVE WS-JRNL-AMOUNT-TOTAL TO JLOG-AMOUNT-TOTAL

           CLOSE MULT-JLGO-FILE.

       CopyOneLogEntry.
           MOVE JLOG-BATCH-ID TO WS-LOG-BATCH-DATE
           MOVE JLOG-BATCH-SUFFIX TO WS-LOG-BATCH-SUFFIX
           IF WS-LOG-BATCH-ID = WS-BATCH-ID
               CONTINUE
           ELSE
               IF WS-BATCH-ID-CYCLE = 1
                       AND WS-LOG-BATCH-ID = WS-BATCH-ID-DATE
                   CONTINUE
               ELSE
                   WRITE JLGO-REC FROM MULT-JOURNAL-LOG-REC
               END-IF
           END-IF.

      *> The hard stop above ends the step normally, so the MULTJLGO
      *> generation is cataloged either way - ending without writing
      *> it would hand the morning acknowledgment match an EMPTY (0)
