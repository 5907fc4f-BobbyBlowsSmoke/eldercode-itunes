      *> Shared layout for the change holds file (change-holds.dat): a
      *> catalog version bump (type VERSION, value the new version) or
      *> a manifest edit (type MANIFEST, value the manifest file) per
      *> package. HELD until a matching approval is found, then
      *> APPROVED with the approving change ID; DROPPED when the
      *> package has left the catalog. INSTALL-ITUNES holds a package
      *> back while any of its records here is HELD.
      *> Written by CONTROL-JOURNAL, read by INSTALL-ITUNES and the
      *> batch run summary.
01  HOLD-RECORD.
    05  HLD-REC-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  HLD-REC-TYPE            PIC X(8).
    05  FILLER                  PIC X(1).
    05  HLD-REC-VALUE           PIC X(50).
    05  FILLER                  PIC X(1).
    05  HLD-REC-STATUS          PIC X(8).
    05  FILLER                  PIC X(1).
    05  HLD-REC-DETECTED        PIC X(10).
    05  FILLER                  PIC X(1).
    05  HLD-REC-RUN-ID          PIC X(15).
    05  FILLER                  PIC X(1).
    05  HLD-REC-CHANGE-ID       PIC X(12).
    05  FILLER                  PIC X(1).
    05  HLD-REC-CLEARED         PIC X(10).
    05  FILLER                  PIC X(1).
    05  HLD-REC-DETAIL          PIC X(60).
