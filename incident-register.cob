IDENTIFICATION DIVISION.
PROGRAM-ID. INCIDENT-REGISTER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INSTALL-LOG ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

    SELECT ALERT-QUEUE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

    SELECT HEALTH-STATUS ASSIGN TO DYNAMIC WS-HEALTH-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HEALTH-STATUS.

    SELECT INCIDENT-FILE ASSIGN TO DYNAMIC WS-INCIDENT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INCIDENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INSTALL-LOG.
    COPY "instlogrec.cpy".

FD  ALERT-QUEUE.
    COPY "alertrec.cpy".

FD  HEALTH-STATUS.
01  HEALTH-RECORD.
    05  HLT-REC-HOST            PIC X(50).
    05  FILLER                  PIC X(1).
    05  HLT-REC-STATUS          PIC X(9).
    05  FILLER                  PIC X(1).
    05  HLT-REC-RUN-ID          PIC X(15).

FD  INCIDENT-FILE.
    COPY "incidentrec.cpy".

WORKING-STORAGE SECTION.
01 WS-LOG-FILE-NAME         PIC X(100) VALUE "install-log.txt".
01 WS-LOG-STATUS            PIC X(2).
01 WS-LOG-EOF               PIC X(1)   VALUE "N".

01 WS-ALERT-FILE-NAME       PIC X(100) VALUE "alert-queue.dat".
01 WS-ALERT-STATUS          PIC X(2).
01 WS-ALERT-EOF             PIC X(1)   VALUE "N".

01 WS-HEALTH-FILE-NAME      PIC X(100) VALUE "host-health.dat".
01 WS-HEALTH-STATUS         PIC X(2).
01 WS-HEALTH-EOF            PIC X(1)   VALUE "N".

01 WS-INCIDENT-FILE-NAME    PIC X(100) VALUE "incident-register.dat".
01 WS-INCIDENT-STATUS       PIC X(2).
01 WS-INCIDENT-EOF          PIC X(1)   VALUE "N".
01 WS-REGISTER-OK           PIC X(1)   VALUE "Y".

*>* The run being registered: the command-line argument (to register
*>* a run the batch missed), else INSTALL_RUN_ID from NIGHTLY-BATCH,
*>* else the newest run in the install log. Only that run's records
*>* are read. Every incident remembers the last run that changed it,
*>* so registering a run a second time changes nothing.
01 WS-COMMAND-ARGS          PIC X(100).
01 WS-RUN-ID                PIC X(15)  VALUE SPACES.
01 WS-RUN-DATE              PIC X(10).
01 WS-CURR-DATE-TIME        PIC X(21).
01 WS-TODAY                 PIC X(10).
01 WS-TODAY-DAYS            PIC 9(7).
01 WS-CLOSED-DAYS           PIC 9(7).
01 WS-CLOSED-YYYYMMDD       PIC 9(8).

*>* Closed incidents stay in the register this many days, so that
*>* replaying an older run cannot reopen or recount them, then drop
*>* out. A failure after the close opens a new incident.
01 WS-CLOSED-KEEP-DAYS      PIC 9(3)   VALUE 30.

*>* The register, held in memory and rewritten whole. If it has grown
*>* past the table the run stops without rewriting it, rather than
*>* lose the incidents that did not fit.
01 WS-MAX-INCIDENT-ENTRIES  PIC 9(4) VALUE 500.
01 WS-INCIDENT-TABLE.
   05 WS-INCIDENT-ENTRY OCCURS 500 TIMES.
      10 REG-HOST             PIC X(50).
      10 REG-PACKAGE          PIC X(20).
      10 REG-STATE            PIC X(6).
      10 REG-LAST-STATUS      PIC X(9).
      10 REG-OPENED           PIC X(10).
      10 REG-OPENED-RUN       PIC X(15).
      10 REG-LAST-SEEN        PIC X(10).
      10 REG-LAST-RUN         PIC X(15).
      10 REG-COUNT            PIC 9(4).
      10 REG-CLOSED           PIC X(10).
      10 REG-CLOSED-BY        PIC X(9).
      10 REG-RELEASED         PIC X(10).
      10 REG-DETAIL           PIC X(100).
01 WS-INCIDENT-COUNT        PIC 9(4) VALUE 0.
01 WS-INCIDENT-IDX          PIC 9(4).
01 WS-INCIDENT-FOUND-IDX    PIC 9(4).
01 WS-KEY-LATEST-RUN        PIC X(15).

*>* Tonight's outcome per host, from the install log, the health
*>* verdicts and the alert queue.
01 WS-MAX-TABLE-ENTRIES     PIC 9(4) VALUE 50.
01 WS-RUN-HOST-TABLE.
   05 WS-RUN-HOST-ENTRY OCCURS 50 TIMES.
      10 RH-HOST              PIC X(50).
      10 RH-LEVEL-STATUS      PIC X(9).
      10 RH-LEVEL-DETAIL      PIC X(100).
      10 RH-UNHEALTHY         PIC X(1).
      10 RH-HEALTHY           PIC X(1).
      10 RH-ALERTED           PIC X(1).
      10 RH-ALERT-DETAIL      PIC X(100).
      10 RH-PAIR-FAILED       PIC X(1).
      10 RH-INSTALLED         PIC X(1).
      10 RH-SUCCESS-STATUS    PIC X(9).
01 WS-RUN-HOST-COUNT        PIC 9(4) VALUE 0.
01 WS-RUN-HOST-IDX          PIC 9(4).
01 WS-HOST-FOUND-IDX        PIC 9(4).
01 WS-LOOKUP-HOST           PIC X(50).

*>* Tonight's outcome per host and package: failed if any step of
*>* the pair failed, recovered if it installed (or was up to date)
*>* without a failure - a step that succeeds before a later one fails
*>* is not a recovery.
01 WS-MAX-PAIR-ENTRIES      PIC 9(4) VALUE 200.
01 WS-RUN-PAIR-TABLE.
   05 WS-RUN-PAIR-ENTRY OCCURS 200 TIMES.
      10 RP-HOST              PIC X(50).
      10 RP-PACKAGE           PIC X(20).
      10 RP-FAILED            PIC X(1).
      10 RP-STATUS            PIC X(9).
      10 RP-DETAIL            PIC X(100).
      10 RP-SUCCEEDED         PIC X(1).
      10 RP-SUCCESS-STATUS    PIC X(9).
01 WS-RUN-PAIR-COUNT        PIC 9(4) VALUE 0.
01 WS-RUN-PAIR-IDX          PIC 9(4).
01 WS-PAIR-FOUND-IDX        PIC 9(4).

*>* The incident key and event being applied to the register.
01 WS-KEY-HOST              PIC X(50).
01 WS-KEY-PACKAGE           PIC X(20).
01 WS-EVENT-STATUS          PIC X(9).
01 WS-EVENT-DETAIL          PIC X(100).

01 WS-OPENED-COUNT          PIC 9(4) VALUE 0.
01 WS-REPEAT-COUNT          PIC 9(4) VALUE 0.
01 WS-CLOSED-COUNT          PIC 9(4) VALUE 0.
01 WS-OPEN-TOTAL            PIC 9(4) VALUE 0.
01 WS-COUNT-DISPLAY         PIC Z(3)9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       DISPLAY "Updating the incident register..."
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2)
              DELIMITED BY SIZE INTO WS-TODAY
       COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(WS-CURR-DATE-TIME(1:8)))

       PERFORM RESOLVE-INCIDENT-RUN
       IF WS-RUN-ID = SPACES
           DISPLAY "No install run found in "
                   FUNCTION TRIM(WS-LOG-FILE-NAME)
                   " - nothing to register."
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY "Registering run " FUNCTION TRIM(WS-RUN-ID)
               " (" WS-RUN-DATE ")."

       PERFORM LOAD-INCIDENT-REGISTER
       IF WS-REGISTER-OK = "N"
           DISPLAY "Incident register not updated."
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF

       PERFORM READ-RUN-LOG
       PERFORM READ-RUN-HEALTH
       PERFORM READ-RUN-ALERTS
       PERFORM VARYING WS-RUN-PAIR-IDX FROM 1 BY 1
               UNTIL WS-RUN-PAIR-IDX > WS-RUN-PAIR-COUNT
           PERFORM APPLY-PAIR-OUTCOME
       END-PERFORM
       PERFORM VARYING WS-RUN-HOST-IDX FROM 1 BY 1
               UNTIL WS-RUN-HOST-IDX > WS-RUN-HOST-COUNT
           PERFORM APPLY-HOST-OUTCOME
       END-PERFORM
       PERFORM CLEAR-QUIET-ALERTS

       PERFORM REWRITE-INCIDENT-REGISTER
       PERFORM SHOW-INCIDENT-COUNTS
       IF WS-REGISTER-OK = "N"
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF
       GOBACK.

RESOLVE-INCIDENT-RUN.
       MOVE SPACES TO WS-COMMAND-ARGS
       ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE
       IF WS-COMMAND-ARGS NOT = SPACES
           UNSTRING FUNCTION TRIM(WS-COMMAND-ARGS) DELIMITED BY ALL SPACE
               INTO WS-RUN-ID
       END-IF
       IF WS-RUN-ID = SPACES
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "INSTALL_RUN_ID"
       END-IF
       IF WS-RUN-ID = SPACES
           PERFORM FIND-LATEST-RUN
       END-IF
       *>* Run IDs are "R" + YYYYMMDDHHMMSS; incidents are dated by the
       *>* run, so registering a missed run later dates it correctly.
       IF WS-RUN-ID(2:8) IS NUMERIC
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-RUN-ID(2:4) "-" WS-RUN-ID(6:2) "-" WS-RUN-ID(8:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE
       ELSE
           MOVE WS-TODAY TO WS-RUN-DATE
       END-IF
       .

FIND-LATEST-RUN.
       OPEN INPUT INSTALL-LOG
       IF WS-LOG-STATUS = "00"
           MOVE "N" TO WS-LOG-EOF
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ INSTALL-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF LOG-RUN-ID > WS-RUN-ID
                           MOVE LOG-RUN-ID TO WS-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTALL-LOG
       END-IF
       .

LOAD-INCIDENT-REGISTER.
       *>* No register yet means no incidents. An unreadable one is
       *>* left alone rather than rewritten from a partial picture.
       OPEN INPUT INCIDENT-FILE
       IF WS-INCIDENT-STATUS = "00"
           PERFORM UNTIL WS-INCIDENT-EOF = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO WS-INCIDENT-EOF
                   NOT AT END
                       IF INCIDENT-RECORD NOT = SPACES
                           PERFORM LOAD-INCIDENT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
       ELSE
           IF WS-INCIDENT-STATUS NOT = "35"
               DISPLAY "Unable to open incident register "
                       FUNCTION TRIM(WS-INCIDENT-FILE-NAME)
                       ", status " WS-INCIDENT-STATUS
               MOVE "N" TO WS-REGISTER-OK
           END-IF
       END-IF
       .

LOAD-INCIDENT-ENTRY.
       IF WS-INCIDENT-COUNT >= WS-MAX-INCIDENT-ENTRIES
           DISPLAY "Incident register "
                   FUNCTION TRIM(WS-INCIDENT-FILE-NAME)
                   " holds more than " WS-MAX-INCIDENT-ENTRIES
                   " incidents - not rewritten, so none is lost."
           MOVE "N" TO WS-REGISTER-OK
           MOVE "Y" TO WS-INCIDENT-EOF
       ELSE
           ADD 1 TO WS-INCIDENT-COUNT
           MOVE INC-HOST TO REG-HOST(WS-INCIDENT-COUNT)
           MOVE INC-PACKAGE TO REG-PACKAGE(WS-INCIDENT-COUNT)
           MOVE INC-STATE TO REG-STATE(WS-INCIDENT-COUNT)
           MOVE INC-LAST-STATUS TO REG-LAST-STATUS(WS-INCIDENT-COUNT)
           MOVE INC-OPENED TO REG-OPENED(WS-INCIDENT-COUNT)
           MOVE INC-OPENED-RUN TO REG-OPENED-RUN(WS-INCIDENT-COUNT)
           MOVE INC-LAST-SEEN TO REG-LAST-SEEN(WS-INCIDENT-COUNT)
           MOVE INC-LAST-RUN TO REG-LAST-RUN(WS-INCIDENT-COUNT)
           IF INC-COUNT IS NUMERIC
               MOVE INC-COUNT TO REG-COUNT(WS-INCIDENT-COUNT)
           ELSE
               MOVE 1 TO REG-COUNT(WS-INCIDENT-COUNT)
           END-IF
           MOVE INC-CLOSED TO REG-CLOSED(WS-INCIDENT-COUNT)
           MOVE INC-CLOSED-BY TO REG-CLOSED-BY(WS-INCIDENT-COUNT)
           MOVE INC-RELEASED TO REG-RELEASED(WS-INCIDENT-COUNT)
           MOVE INC-DETAIL TO REG-DETAIL(WS-INCIDENT-COUNT)
       END-IF
       .

READ-RUN-LOG.
       OPEN INPUT INSTALL-LOG
       IF WS-LOG-STATUS NOT = "00"
           DISPLAY "Unable to open install log "
                   FUNCTION TRIM(WS-LOG-FILE-NAME)
                   ", status " WS-LOG-STATUS
       ELSE
           MOVE "N" TO WS-LOG-EOF
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ INSTALL-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF LOG-RUN-ID = WS-RUN-ID
                           PERFORM APPLY-RUN-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTALL-LOG
       END-IF
       .

APPLY-RUN-LOG-RECORD.
       *>* The failure statuses are the ones the batch run summary
       *>* counts as failures. ROLLBACK and RBFAILED records follow the
       *>* FAILED step they undo, so add nothing of their own; DEFERRED,
       *>* PILOT and CHGHOLD are waits, not failures.
       MOVE LOG-HOST TO WS-LOOKUP-HOST
       PERFORM FIND-OR-ADD-RUN-HOST
       IF WS-HOST-FOUND-IDX NOT = 0
           EVALUATE LOG-STATUS
               WHEN "HELD"
               WHEN "UNHEALTHY"
                   MOVE LOG-STATUS TO RH-LEVEL-STATUS(WS-HOST-FOUND-IDX)
                   MOVE LOG-COMMAND TO RH-LEVEL-DETAIL(WS-HOST-FOUND-IDX)
               WHEN "FAILED"
               WHEN "SKIPPED"
               WHEN "UNSTAGED"
               WHEN "STGFAIL"
               WHEN "NO-SEAT"
               WHEN "PREREQ"
               WHEN "HOSTREQ"
               WHEN "TIMEOUT"
                   PERFORM APPLY-RUN-FAILURE
               WHEN "SUCCESS"
               WHEN "RESUMED"
               WHEN "UPTODATE"
                   PERFORM APPLY-RUN-SUCCESS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF
       .

APPLY-RUN-FAILURE.
       *>* A failure with no package is the host's as a whole.
       IF LOG-PACKAGE = SPACES
           IF RH-LEVEL-STATUS(WS-HOST-FOUND-IDX) = SPACES
               MOVE LOG-STATUS TO RH-LEVEL-STATUS(WS-HOST-FOUND-IDX)
               MOVE LOG-COMMAND TO RH-LEVEL-DETAIL(WS-HOST-FOUND-IDX)
           END-IF
       ELSE
           MOVE "Y" TO RH-PAIR-FAILED(WS-HOST-FOUND-IDX)
           PERFORM FIND-OR-ADD-RUN-PAIR
           *>* The first failing step says what went wrong; what
           *>* follows it is fallout.
           IF WS-PAIR-FOUND-IDX NOT = 0
               IF RP-FAILED(WS-PAIR-FOUND-IDX) = "N"
                   MOVE "Y" TO RP-FAILED(WS-PAIR-FOUND-IDX)
                   MOVE LOG-STATUS TO RP-STATUS(WS-PAIR-FOUND-IDX)
                   MOVE LOG-COMMAND TO RP-DETAIL(WS-PAIR-FOUND-IDX)
               END-IF
           END-IF
       END-IF
       .

APPLY-RUN-SUCCESS.
       IF LOG-PACKAGE NOT = SPACES
           MOVE "Y" TO RH-INSTALLED(WS-HOST-FOUND-IDX)
           MOVE LOG-STATUS TO RH-SUCCESS-STATUS(WS-HOST-FOUND-IDX)
           PERFORM FIND-OR-ADD-RUN-PAIR
           IF WS-PAIR-FOUND-IDX NOT = 0
               MOVE "Y" TO RP-SUCCEEDED(WS-PAIR-FOUND-IDX)
               MOVE LOG-STATUS TO RP-SUCCESS-STATUS(WS-PAIR-FOUND-IDX)
           END-IF
       END-IF
       .

READ-RUN-HEALTH.
       *>* The fleet health pass's verdicts for this run - a HEALTHY
       *>* verdict is the clean health check that closes an UNHEALTHY
       *>* incident even on a night the host has nothing to install.
       OPEN INPUT HEALTH-STATUS
       IF WS-HEALTH-STATUS = "00"
           PERFORM UNTIL WS-HEALTH-EOF = "Y"
               READ HEALTH-STATUS
                   AT END
                       MOVE "Y" TO WS-HEALTH-EOF
                   NOT AT END
                       IF HLT-REC-RUN-ID = WS-RUN-ID
                           MOVE HLT-REC-HOST TO WS-LOOKUP-HOST
                           PERFORM FIND-OR-ADD-RUN-HOST
                           IF WS-HOST-FOUND-IDX NOT = 0
                               IF HLT-REC-STATUS = "HEALTHY"
                                   MOVE "Y"
                                     TO RH-HEALTHY(WS-HOST-FOUND-IDX)
                               END-IF
                               IF HLT-REC-STATUS = "UNHEALTHY"
                                   MOVE "Y"
                                     TO RH-UNHEALTHY(WS-HOST-FOUND-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEALTH-STATUS
       END-IF
       .

READ-RUN-ALERTS.
       *>* Alerts carry no package. They matter here for the problems
       *>* that never reach the install log - a host the health pass
       *>* failed on a night the installer did not run, or a batch-level
       *>* problem raised against LOCALHOST.
       OPEN INPUT ALERT-QUEUE
       IF WS-ALERT-STATUS = "00"
           PERFORM UNTIL WS-ALERT-EOF = "Y"
               READ ALERT-QUEUE
                   AT END
                       MOVE "Y" TO WS-ALERT-EOF
                   NOT AT END
                       IF ALERT-RUN-ID = WS-RUN-ID
                           MOVE ALERT-HOST TO WS-LOOKUP-HOST
                           PERFORM FIND-OR-ADD-RUN-HOST
                           IF WS-HOST-FOUND-IDX NOT = 0
                               IF RH-ALERTED(WS-HOST-FOUND-IDX) = "N"
                                   MOVE "Y"
                                     TO RH-ALERTED(WS-HOST-FOUND-IDX)
                                   MOVE ALERT-COMMAND
                                     TO RH-ALERT-DETAIL(WS-HOST-FOUND-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-QUEUE
       END-IF
       .

FIND-OR-ADD-RUN-HOST.
       MOVE 0 TO WS-HOST-FOUND-IDX
       PERFORM VARYING WS-RUN-HOST-IDX FROM 1 BY 1
               UNTIL WS-RUN-HOST-IDX > WS-RUN-HOST-COUNT
           IF RH-HOST(WS-RUN-HOST-IDX) = WS-LOOKUP-HOST
               MOVE WS-RUN-HOST-IDX TO WS-HOST-FOUND-IDX
           END-IF
       END-PERFORM
       IF WS-HOST-FOUND-IDX = 0
           IF WS-RUN-HOST-COUNT >= WS-MAX-TABLE-ENTRIES
               DISPLAY "Too many hosts in this run (max "
                       WS-MAX-TABLE-ENTRIES
                       ") - ignoring " FUNCTION TRIM(WS-LOOKUP-HOST)
           ELSE
               ADD 1 TO WS-RUN-HOST-COUNT
               MOVE WS-RUN-HOST-COUNT TO WS-HOST-FOUND-IDX
               MOVE SPACES TO WS-RUN-HOST-ENTRY(WS-HOST-FOUND-IDX)
               MOVE WS-LOOKUP-HOST TO RH-HOST(WS-HOST-FOUND-IDX)
               MOVE "N" TO RH-UNHEALTHY(WS-HOST-FOUND-IDX)
               MOVE "N" TO RH-HEALTHY(WS-HOST-FOUND-IDX)
               MOVE "N" TO RH-ALERTED(WS-HOST-FOUND-IDX)
               MOVE "N" TO RH-PAIR-FAILED(WS-HOST-FOUND-IDX)
               MOVE "N" TO RH-INSTALLED(WS-HOST-FOUND-IDX)
           END-IF
       END-IF
       .

FIND-OR-ADD-RUN-PAIR.
       MOVE 0 TO WS-PAIR-FOUND-IDX
       PERFORM VARYING WS-RUN-PAIR-IDX FROM 1 BY 1
               UNTIL WS-RUN-PAIR-IDX > WS-RUN-PAIR-COUNT
           IF RP-HOST(WS-RUN-PAIR-IDX) = LOG-HOST
                   AND RP-PACKAGE(WS-RUN-PAIR-IDX) = LOG-PACKAGE
               MOVE WS-RUN-PAIR-IDX TO WS-PAIR-FOUND-IDX
           END-IF
       END-PERFORM
       IF WS-PAIR-FOUND-IDX = 0
           IF WS-RUN-PAIR-COUNT >= WS-MAX-PAIR-ENTRIES
               DISPLAY "Too many host/package pairs in this run (max "
                       WS-MAX-PAIR-ENTRIES ") - ignoring "
                       FUNCTION TRIM(LOG-HOST) " "
                       FUNCTION TRIM(LOG-PACKAGE)
           ELSE
               ADD 1 TO WS-RUN-PAIR-COUNT
               MOVE WS-RUN-PAIR-COUNT TO WS-PAIR-FOUND-IDX
               MOVE SPACES TO WS-RUN-PAIR-ENTRY(WS-PAIR-FOUND-IDX)
               MOVE LOG-HOST TO RP-HOST(WS-PAIR-FOUND-IDX)
               MOVE LOG-PACKAGE TO RP-PACKAGE(WS-PAIR-FOUND-IDX)
               MOVE "N" TO RP-FAILED(WS-PAIR-FOUND-IDX)
               MOVE "N" TO RP-SUCCEEDED(WS-PAIR-FOUND-IDX)
           END-IF
       END-IF
       .

APPLY-PAIR-OUTCOME.
       MOVE RP-HOST(WS-RUN-PAIR-IDX) TO WS-KEY-HOST
       MOVE RP-PACKAGE(WS-RUN-PAIR-IDX) TO WS-KEY-PACKAGE
       IF RP-FAILED(WS-RUN-PAIR-IDX) = "Y"
           MOVE RP-STATUS(WS-RUN-PAIR-IDX) TO WS-EVENT-STATUS
           MOVE RP-DETAIL(WS-RUN-PAIR-IDX) TO WS-EVENT-DETAIL
           PERFORM RECORD-FAILURE
       ELSE
           IF RP-SUCCEEDED(WS-RUN-PAIR-IDX) = "Y"
               MOVE RP-SUCCESS-STATUS(WS-RUN-PAIR-IDX)
                   TO WS-EVENT-STATUS
               PERFORM CLOSE-INCIDENT
           END-IF
       END-IF
       .

APPLY-HOST-OUTCOME.
       *>* Host-level incidents: HELD or UNHEALTHY from the install log
       *>* first, then an UNHEALTHY verdict from the health pass, then
       *>* an alert that no failure of the host's packages explains. A
       *>* host with none of those recovers on its first successful
       *>* install, or - if it was only unhealthy - on a clean health
       *>* check.
       MOVE RH-HOST(WS-RUN-HOST-IDX) TO WS-KEY-HOST
       MOVE SPACES TO WS-KEY-PACKAGE
       IF RH-LEVEL-STATUS(WS-RUN-HOST-IDX) NOT = SPACES
           MOVE RH-LEVEL-STATUS(WS-RUN-HOST-IDX) TO WS-EVENT-STATUS
           MOVE RH-LEVEL-DETAIL(WS-RUN-HOST-IDX) TO WS-EVENT-DETAIL
           PERFORM RECORD-FAILURE
       ELSE
           IF RH-UNHEALTHY(WS-RUN-HOST-IDX) = "Y"
               MOVE "UNHEALTHY" TO WS-EVENT-STATUS
               MOVE "host failed its health checks"
                   TO WS-EVENT-DETAIL
               PERFORM RECORD-FAILURE
           ELSE
               IF RH-ALERTED(WS-RUN-HOST-IDX) = "Y"
                       AND RH-PAIR-FAILED(WS-RUN-HOST-IDX) = "N"
                   MOVE "ALERT" TO WS-EVENT-STATUS
                   MOVE RH-ALERT-DETAIL(WS-RUN-HOST-IDX)
                       TO WS-EVENT-DETAIL
                   PERFORM RECORD-FAILURE
               ELSE
                   PERFORM APPLY-HOST-RECOVERY
               END-IF
           END-IF
       END-IF
       .

APPLY-HOST-RECOVERY.
       IF RH-INSTALLED(WS-RUN-HOST-IDX) = "Y"
           MOVE RH-SUCCESS-STATUS(WS-RUN-HOST-IDX) TO WS-EVENT-STATUS
           PERFORM CLOSE-INCIDENT
       ELSE
           IF RH-HEALTHY(WS-RUN-HOST-IDX) = "Y"
               PERFORM FIND-KEY-INCIDENT
               IF WS-INCIDENT-FOUND-IDX NOT = 0
                   IF REG-LAST-STATUS(WS-INCIDENT-FOUND-IDX)
                           = "UNHEALTHY"
                       MOVE "HEALTHY" TO WS-EVENT-STATUS
                       PERFORM CLOSE-INCIDENT
                   END-IF
               END-IF
           END-IF
       END-IF
       .

CLEAR-QUIET-ALERTS.
       *>* An alert-only incident has no install or health check to
       *>* close it; it clears on the first run that does not raise the
       *>* alert again.
       PERFORM VARYING WS-INCIDENT-IDX FROM 1 BY 1
               UNTIL WS-INCIDENT-IDX > WS-INCIDENT-COUNT
           IF REG-STATE(WS-INCIDENT-IDX) = "OPEN"
                   AND REG-LAST-STATUS(WS-INCIDENT-IDX) = "ALERT"
                   AND REG-LAST-RUN(WS-INCIDENT-IDX) < WS-RUN-ID
               MOVE REG-HOST(WS-INCIDENT-IDX) TO WS-LOOKUP-HOST
               MOVE 0 TO WS-HOST-FOUND-IDX
               PERFORM VARYING WS-RUN-HOST-IDX FROM 1 BY 1
                       UNTIL WS-RUN-HOST-IDX > WS-RUN-HOST-COUNT
                   IF RH-HOST(WS-RUN-HOST-IDX) = WS-LOOKUP-HOST
                       MOVE WS-RUN-HOST-IDX TO WS-HOST-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-HOST-FOUND-IDX = 0
                   MOVE "CLEARED" TO WS-EVENT-STATUS
                   MOVE WS-INCIDENT-IDX TO WS-INCIDENT-FOUND-IDX
                   PERFORM MARK-INCIDENT-CLOSED
               ELSE
                   IF RH-ALERTED(WS-HOST-FOUND-IDX) = "N"
                       MOVE "CLEARED" TO WS-EVENT-STATUS
                       MOVE WS-INCIDENT-IDX TO WS-INCIDENT-FOUND-IDX
                       PERFORM MARK-INCIDENT-CLOSED
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       .

FIND-KEY-INCIDENT.
       *>* The key's open incident, if any, and the latest run that has
       *>* touched any incident of the key - a run older than that has
       *>* already been overtaken and must not reopen or recount.
       MOVE 0 TO WS-INCIDENT-FOUND-IDX
       MOVE SPACES TO WS-KEY-LATEST-RUN
       PERFORM VARYING WS-INCIDENT-IDX FROM 1 BY 1
               UNTIL WS-INCIDENT-IDX > WS-INCIDENT-COUNT
           IF REG-HOST(WS-INCIDENT-IDX) = WS-KEY-HOST
                   AND REG-PACKAGE(WS-INCIDENT-IDX) = WS-KEY-PACKAGE
               IF REG-STATE(WS-INCIDENT-IDX) = "OPEN"
                   MOVE WS-INCIDENT-IDX TO WS-INCIDENT-FOUND-IDX
               END-IF
               IF REG-LAST-RUN(WS-INCIDENT-IDX) > WS-KEY-LATEST-RUN
                   MOVE REG-LAST-RUN(WS-INCIDENT-IDX)
                       TO WS-KEY-LATEST-RUN
               END-IF
           END-IF
       END-PERFORM
       .

RECORD-FAILURE.
       PERFORM FIND-KEY-INCIDENT
       IF WS-KEY-LATEST-RUN > WS-RUN-ID
           CONTINUE
       ELSE
           IF WS-INCIDENT-FOUND-IDX NOT = 0
               *>* A repeat: counted once per run however many steps
               *>* of the run failed.
               IF REG-LAST-RUN(WS-INCIDENT-FOUND-IDX) < WS-RUN-ID
                   ADD 1 TO REG-COUNT(WS-INCIDENT-FOUND-IDX)
                   MOVE WS-RUN-DATE TO REG-LAST-SEEN(WS-INCIDENT-FOUND-IDX)
                   MOVE WS-RUN-ID TO REG-LAST-RUN(WS-INCIDENT-FOUND-IDX)
                   ADD 1 TO WS-REPEAT-COUNT
               END-IF
               MOVE WS-EVENT-STATUS
                   TO REG-LAST-STATUS(WS-INCIDENT-FOUND-IDX)
               MOVE WS-EVENT-DETAIL TO REG-DETAIL(WS-INCIDENT-FOUND-IDX)
           ELSE
               IF WS-KEY-LATEST-RUN < WS-RUN-ID
                   PERFORM OPEN-INCIDENT
               END-IF
           END-IF
       END-IF
       .

OPEN-INCIDENT.
       IF WS-INCIDENT-COUNT >= WS-MAX-INCIDENT-ENTRIES
           DISPLAY "Too many incidents (max " WS-MAX-INCIDENT-ENTRIES
                   ") - not registering " FUNCTION TRIM(WS-KEY-HOST)
                   " " FUNCTION TRIM(WS-KEY-PACKAGE)
       ELSE
           ADD 1 TO WS-INCIDENT-COUNT
           MOVE SPACES TO WS-INCIDENT-ENTRY(WS-INCIDENT-COUNT)
           MOVE WS-KEY-HOST TO REG-HOST(WS-INCIDENT-COUNT)
           MOVE WS-KEY-PACKAGE TO REG-PACKAGE(WS-INCIDENT-COUNT)
           MOVE "OPEN" TO REG-STATE(WS-INCIDENT-COUNT)
           MOVE WS-EVENT-STATUS TO REG-LAST-STATUS(WS-INCIDENT-COUNT)
           MOVE WS-RUN-DATE TO REG-OPENED(WS-INCIDENT-COUNT)
           MOVE WS-RUN-ID TO REG-OPENED-RUN(WS-INCIDENT-COUNT)
           MOVE WS-RUN-DATE TO REG-LAST-SEEN(WS-INCIDENT-COUNT)
           MOVE WS-RUN-ID TO REG-LAST-RUN(WS-INCIDENT-COUNT)
           MOVE 1 TO REG-COUNT(WS-INCIDENT-COUNT)
           MOVE WS-EVENT-DETAIL TO REG-DETAIL(WS-INCIDENT-COUNT)
           ADD 1 TO WS-OPENED-COUNT
       END-IF
       .

CLOSE-INCIDENT.
       PERFORM FIND-KEY-INCIDENT
       IF WS-INCIDENT-FOUND-IDX NOT = 0
           IF REG-LAST-RUN(WS-INCIDENT-FOUND-IDX) < WS-RUN-ID
               PERFORM MARK-INCIDENT-CLOSED
           END-IF
       END-IF
       .

MARK-INCIDENT-CLOSED.
       MOVE "CLOSED" TO REG-STATE(WS-INCIDENT-FOUND-IDX)
       MOVE WS-RUN-DATE TO REG-CLOSED(WS-INCIDENT-FOUND-IDX)
       MOVE WS-EVENT-STATUS TO REG-CLOSED-BY(WS-INCIDENT-FOUND-IDX)
       MOVE WS-RUN-ID TO REG-LAST-RUN(WS-INCIDENT-FOUND-IDX)
       ADD 1 TO WS-CLOSED-COUNT
       .

REWRITE-INCIDENT-REGISTER.
       OPEN OUTPUT INCIDENT-FILE
       IF WS-INCIDENT-STATUS NOT = "00"
           DISPLAY "Unable to write " WS-INCIDENT-FILE-NAME
                   ", status " WS-INCIDENT-STATUS
           MOVE "N" TO WS-REGISTER-OK
       ELSE
           PERFORM VARYING WS-INCIDENT-IDX FROM 1 BY 1
                   UNTIL WS-INCIDENT-IDX > WS-INCIDENT-COUNT
               IF REG-STATE(WS-INCIDENT-IDX) = "OPEN"
                   ADD 1 TO WS-OPEN-TOTAL
                   PERFORM WRITE-INCIDENT-ENTRY
               ELSE
                   PERFORM CHECK-CLOSED-RETENTION
               END-IF
           END-PERFORM
           CLOSE INCIDENT-FILE
       END-IF
       .

CHECK-CLOSED-RETENTION.
       *>* A closing date that doesn't parse is kept - dropping an
       *>* incident is the one thing this can't take back.
       IF REG-CLOSED(WS-INCIDENT-IDX)(1:4) IS NOT NUMERIC
               OR REG-CLOSED(WS-INCIDENT-IDX)(6:2) IS NOT NUMERIC
               OR REG-CLOSED(WS-INCIDENT-IDX)(9:2) IS NOT NUMERIC
           PERFORM WRITE-INCIDENT-ENTRY
       ELSE
           COMPUTE WS-CLOSED-YYYYMMDD =
               FUNCTION NUMVAL(REG-CLOSED(WS-INCIDENT-IDX)(1:4)) * 10000
               + FUNCTION NUMVAL(REG-CLOSED(WS-INCIDENT-IDX)(6:2)) * 100
               + FUNCTION NUMVAL(REG-CLOSED(WS-INCIDENT-IDX)(9:2))
           COMPUTE WS-CLOSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CLOSED-YYYYMMDD)
           IF WS-CLOSED-DAYS + WS-CLOSED-KEEP-DAYS >= WS-TODAY-DAYS
               PERFORM WRITE-INCIDENT-ENTRY
           END-IF
       END-IF
       .

WRITE-INCIDENT-ENTRY.
       MOVE SPACES TO INCIDENT-RECORD
       MOVE REG-HOST(WS-INCIDENT-IDX) TO INC-HOST
       MOVE REG-PACKAGE(WS-INCIDENT-IDX) TO INC-PACKAGE
       MOVE REG-STATE(WS-INCIDENT-IDX) TO INC-STATE
       MOVE REG-LAST-STATUS(WS-INCIDENT-IDX) TO INC-LAST-STATUS
       MOVE REG-OPENED(WS-INCIDENT-IDX) TO INC-OPENED
       MOVE REG-OPENED-RUN(WS-INCIDENT-IDX) TO INC-OPENED-RUN
       MOVE REG-LAST-SEEN(WS-INCIDENT-IDX) TO INC-LAST-SEEN
       MOVE REG-LAST-RUN(WS-INCIDENT-IDX) TO INC-LAST-RUN
       MOVE REG-COUNT(WS-INCIDENT-IDX) TO INC-COUNT
       MOVE REG-CLOSED(WS-INCIDENT-IDX) TO INC-CLOSED
       MOVE REG-CLOSED-BY(WS-INCIDENT-IDX) TO INC-CLOSED-BY
       MOVE REG-RELEASED(WS-INCIDENT-IDX) TO INC-RELEASED
       MOVE REG-DETAIL(WS-INCIDENT-IDX) TO INC-DETAIL
       WRITE INCIDENT-RECORD
       IF WS-INCIDENT-STATUS NOT = "00"
           DISPLAY "Warning: failed to write "
                   WS-INCIDENT-FILE-NAME
                   " entry, status " WS-INCIDENT-STATUS
           MOVE "N" TO WS-REGISTER-OK
       END-IF
       .

SHOW-INCIDENT-COUNTS.
       MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "Incidents opened:   " WS-COUNT-DISPLAY
       MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "Incidents repeated: " WS-COUNT-DISPLAY
       MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "Incidents closed:   " WS-COUNT-DISPLAY
       MOVE WS-OPEN-TOTAL TO WS-COUNT-DISPLAY
       DISPLAY "Incidents open:     " WS-COUNT-DISPLAY
       .
