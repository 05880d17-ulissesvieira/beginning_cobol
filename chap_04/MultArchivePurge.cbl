      *> Archive and compacted-live files carry images of the source
      *> records - the lengths here must track the source copybooks.
       FD  AUDIT-ARCH-FILE.
       01  AUDA-REC                    PIC X(89).

       FD  AUDIT-LIVE-FILE.
       01  AUDO-REC                    PIC X(89).

       FD  MULT-STAT-FILE.
       COPY MULTSTA.

       FD  STAT-ARCH-FILE.
       01  STAA-REC                    PIC X(81).

       FD  STAT-LIVE-FILE.
       01  STAO-REC                    PIC X(81).

       FD  CTRL-CHANGE-FILE.
       COPY MULTCHG.
