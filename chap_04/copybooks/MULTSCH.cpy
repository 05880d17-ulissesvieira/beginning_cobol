      *> MULTSCH - expected-transmission calendar record: one record
      *> per sending system the installation receives MULTIN batches
      *> from, naming the days of the week a batch is due (one Y/N
      *> flag per day, Monday first) and the HHMM cutoff the sender
      *> has agreed to transmit by. The transmission check
      *> (MultXmitCheck) reads it each morning to chase missing and
      *> late senders; the calendar is maintained only through
      *> MultSchedMaint request cards, never by hand edit.
       01  MULT-SCHEDULE-REC.
           05  SCHD-SYSTEM-ID          PIC X(8).
           05  SCHD-DAY-FLAGS          PIC X(7).
           05  SCHD-DAY-TABLE REDEFINES SCHD-DAY-FLAGS.
               10  SCHD-DAY-FLAG       PIC X OCCURS 7 TIMES.
           05  SCHD-CUTOFF-TIME        PIC 9(4).
           05  SCHD-DESCRIPTION        PIC X(30).
