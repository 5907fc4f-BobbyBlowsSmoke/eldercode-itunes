      *> Shared layout for the inventory history (inventory-history.dat).
      *> One record per state an inventory record has been in: the
      *> values it held from HIST-EFFECTIVE-FROM up to (not including)
      *> HIST-EFFECTIVE-TO, with "9999-12-31" on the record still in
      *> force. A change closes the machine+package's open record at
      *> the change date and adds the new one. A removal adds a
      *> REMOVE record, dated from and to the removal date, carrying
      *> the values the machine had when the package came off.
      *> HIST-ACTION: INSTALL, UPGRADE, REMOVE, CORRECT or SEED.
      *> HIST-SOURCE is the program that made the change.
      *> Written by INSTALL-ITUNES (RECORD-INVENTORY), UNINSTALL-ITUNES
      *> and INVENTORY-MAINT, read by INVENTORY-ASOF-RPT.
01  INV-HISTORY-RECORD.
    05  HIST-MACHINE-NAME       PIC X(50).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-PACKAGE-NAME       PIC X(20).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-EFFECTIVE-FROM     PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-EFFECTIVE-TO       PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-ACTION             PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-PACKAGE-VERSION    PIC X(12).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-WINE-VERSION       PIC X(20).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-INSTALL-DATE       PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-INSTALLER-FILE     PIC X(100).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-RUN-ID             PIC X(15).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-SOURCE             PIC X(16).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  HIST-TIMESTAMP          PIC X(19).
