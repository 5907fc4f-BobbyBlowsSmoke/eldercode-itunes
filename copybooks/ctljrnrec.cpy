      *> Shared layout for the control file change journal
      *> (control-journal.dat): one line per added, removed or changed
      *> control file line, appended every run and stamped with the run
      *> ID. For CHANGED, JRN-TEXT is the line as it is now and
      *> JRN-WAS-TEXT the line it replaced. JRN-LINE is the line number
      *> in the new file (in the old file for REMOVED). BASELINE marks
      *> the first snapshot of a file - nothing to compare.
      *> Written by CONTROL-JOURNAL, read by the batch run summary.
01  JOURNAL-RECORD.
    05  JRN-RUN-ID              PIC X(15).
    05  FILLER                  PIC X(1).
    05  JRN-TIMESTAMP           PIC X(19).
    05  FILLER                  PIC X(1).
    05  JRN-FILE                PIC X(50).
    05  FILLER                  PIC X(1).
    05  JRN-ACTION              PIC X(8).
    05  FILLER                  PIC X(1).
    05  JRN-LINE                PIC 9(5).
    05  FILLER                  PIC X(1).
    05  JRN-TEXT                PIC X(300).
    05  FILLER                  PIC X(1).
    05  JRN-WAS-TEXT            PIC X(300).
