      *> Shared layout for the INSTALL-ITUNES audit log (install-log.txt).
      *> Written by INSTALL-ITUNES, UNINSTALL-ITUNES and STAGE-INSTALLERS,
      *> read by INSTALL-HISTORY-RPT, INSTALL-REQUESTS,
      *> INCIDENT-REGISTER, COMPLIANCE-RPT and the batch run summary.
      *> LOG-STATUS TIMEOUT (a step stopped at its time limit), PREREQ
      *> (a prerequisite package missing) and HOSTREQ (the host below
      *> the catalog's minimum OS, wine, disk or RAM) are failures like
      *> FAILED; CHGHOLD (a control-file change awaiting approval) is a
      *> wait, like DEFERRED, not a failure.
      *> LOG-HOST defaults to "LOCALHOST" on single-machine runs.
      *> LOG-PACKAGE is blank on host-level records (DEFERRED, HELD).
      *> LOG-RUN-ID ties the record to one NIGHTLY-BATCH run
