      *> Shared layout for the host facts file (host-facts.dat), an
      *> indexed file keyed on host name: what each target host last
      *> said about itself when HOST-FACTS asked it. The OS is the
      *> os-release ID and VERSION_ID ("ubuntu", "22.04"); the wine
      *> version is `wine --version` without the "wine-" prefix, or
      *> "none" when the host answered but has no wine. Free disk is
      *> the home filesystem's available space in MB, RAM the host's
      *> MemTotal in MB - 0 in either means never reported. A host
      *> that does not answer keeps the facts it last reported;
      *> FACT-LAST-SEEN is the date it last answered, FACT-LAST-CHECKED
      *> the date it was last asked and FACT-CHECK-STATUS how that went
      *> (ANSWERED or NOANSWER).
      *> Written by HOST-FACTS, read by INSTALL-ITUNES (the catalog's
      *> minimum host requirements) and INVENTORY-MAINT.
01  HOST-FACTS-RECORD.
    05  FACT-HOST               PIC X(50).
    05  FACT-OS-ID              PIC X(20).
    05  FACT-OS-VERSION         PIC X(12).
    05  FACT-WINE-VERSION       PIC X(20).
    05  FACT-FREE-DISK-MB       PIC 9(7).
    05  FACT-RAM-MB             PIC 9(7).
    05  FACT-LAST-SEEN          PIC X(10).
    05  FACT-LAST-RUN-ID        PIC X(15).
    05  FACT-LAST-CHECKED       PIC X(10).
    05  FACT-CHECK-STATUS       PIC X(8).
