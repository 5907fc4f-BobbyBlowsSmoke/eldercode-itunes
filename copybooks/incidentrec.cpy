      *> Shared layout for the incident register (incident-register.dat).
      *> One record per incident: a run of failures of one host and
      *> package, or of a host as a whole (INC-PACKAGE blank) when it
      *> is HELD, UNHEALTHY or only raised an operator alert (ALERT).
      *> INC-STATE is OPEN until the pair installs cleanly or the host
      *> passes its health check, then CLOSED with the date and the
      *> status that closed it (SUCCESS, RESUMED, UPTODATE, HEALTHY, or
      *> CLEARED for an alert that did not recur). INC-COUNT is the
      *> number of runs the failure was seen in; INC-LAST-RUN is the
      *> last run that changed the record. INC-RELEASED is the date the
      *> host was last let out of quarantine while the incident was open.
      *> Written by INCIDENT-REGISTER and QUARANTINE-RELEASE, read by
      *> INCIDENT-RPT and the batch run summary.
01  INCIDENT-RECORD.
    05  INC-HOST                PIC X(50).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-PACKAGE             PIC X(20).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-STATE               PIC X(6).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-LAST-STATUS         PIC X(9).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-OPENED              PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-OPENED-RUN          PIC X(15).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-LAST-SEEN           PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-LAST-RUN            PIC X(15).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-COUNT               PIC 9(4).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-CLOSED              PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-CLOSED-BY           PIC X(9).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-RELEASED            PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INC-DETAIL              PIC X(100).
