      *> Shared layout for the one-off install targets file
      *> (install-oneoff.dat): one record per SCHEDULED self-service
      *> request - the host, the one package it asked for and the
      *> request ID. Rewritten whole by INSTALL-REQUESTS on every pass,
      *> read by INSTALL-ITUNES and STAGE-INSTALLERS.
01  ONEOFF-RECORD.
    05  OFF-REC-HOST            PIC X(50).
    05  FILLER                  PIC X(1).
    05  OFF-REC-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  OFF-REC-REQUEST         PIC X(10).
