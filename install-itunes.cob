           RECORD KEY IS INV-RECORD-KEY
           FILE STATUS IS WS-INVENTORY-STATUS.

    SELECT HOST-FACTS-FILE ASSIGN TO DYNAMIC WS-FACTS-FILE-NAME
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FACT-HOST
           FILE STATUS IS WS-FACTS-STATUS.

    SELECT VERSION-SCRATCH ASSIGN TO DYNAMIC WS-VERSION-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-VERSION-STATUS.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

    SELECT PREREQ-FILE ASSIGN TO DYNAMIC WS-PREREQ-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PREREQ-STATUS.

    SELECT PLAN-REPORT ASSIGN TO DYNAMIC WS-PLANRPT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PLANRPT-STATUS.

    SELECT ONEOFF-FILE ASSIGN TO DYNAMIC WS-ONEOFF-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ONEOFF-STATUS.

    SELECT CHANGE-HOLDS ASSIGN TO DYNAMIC WS-HOLDS-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDS-STATUS.

    SELECT INVENTORY-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

    SELECT HISTORY-SCRATCH ASSIGN TO DYNAMIC WS-HISTORY-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-TMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INSTALL-MANIFEST.
FD  INVENTORY-FILE.
    COPY "invrec.cpy".

FD  HOST-FACTS-FILE.
    COPY "hostfactrec.cpy".

FD  VERSION-SCRATCH.
01  VERSION-RECORD               PIC X(100).

FD  PACKAGE-CATALOG.
01  CATALOG-RECORD               PIC X(300).
01  CATALOG-FIELDS REDEFINES CATALOG-RECORD.
    05  CAT-PACKAGE-NAME        PIC X(20).
    05  FILLER                  PIC X(1).
    05  CAT-HOST-GROUPS         PIC X(40).
    05  FILLER                  PIC X(1).
    05  CAT-UNDO-MANIFEST       PIC X(50).
    05  FILLER                  PIC X(1).
    05  CAT-STEP-LIMIT          PIC X(5).
    05  FILLER                  PIC X(1).
    05  CAT-MIN-OS              PIC X(12).
    05  FILLER                  PIC X(1).
    05  CAT-MIN-WINE            PIC X(8).
    05  FILLER                  PIC X(1).
    05  CAT-MIN-DISK-MB         PIC X(7).
    05  FILLER                  PIC X(1).
    05  CAT-MIN-RAM-MB          PIC X(6).

FD  HOST-GROUPS.
01  GROUP-RECORD                 PIC X(80).
    05  FILLER                  PIC X(1).
    05  PLAN-CLEAN-NIGHTS       PIC X(2).

FD  CHANGE-HOLDS.
    COPY "chgholdrec.cpy".

FD  INVENTORY-HISTORY.
    COPY "invhistrec.cpy".

FD  HISTORY-SCRATCH.
01  HISTORY-SCRATCH-RECORD       PIC X(301).

FD  PILOT-HOSTS.
01  PILOT-RECORD                 PIC X(50).

    05  FILLER                  PIC X(1).
    05  QUAR-REC-HELD           PIC X(1).

FD  PREREQ-FILE.
01  PREREQ-RECORD                PIC X(80).
01  PREREQ-FIELDS REDEFINES PREREQ-RECORD.
    05  PRQ-REC-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  PRQ-REC-REQUIRED        PIC X(20).
    05  FILLER                  PIC X(1).
    05  PRQ-REC-MIN-VERSION     PIC X(12).

*>* Dry-run plan report: one line per host (host-level gates) or per
*>* host and package, in fixed columns so it lines up like the other
*>* 132-column reports.
FD  PLAN-REPORT.
01  PLANRPT-LINE                 PIC X(132).
01  PLANRPT-FIELDS REDEFINES PLANRPT-LINE.
    05  PLANRPT-HOST            PIC X(50).
    05  FILLER                  PIC X(1).
    05  PLANRPT-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  PLANRPT-ACTION          PIC X(9).
    05  FILLER                  PIC X(1).
    05  PLANRPT-REASON          PIC X(50).

FD  HOST-SCHEDULE.
01  SCHEDULE-RECORD              PIC X(110).
01  SCHEDULE-FIELDS REDEFINES SCHEDULE-RECORD.
    05  FILLER                  PIC X(1).
    05  SCH-BLACKOUT-DATES      PIC X(49).

*>* One-off targets approved by INSTALL-REQUESTS: a host and one
*>* package it asked for. A host outside target-hosts.dat is added to
*>* the run for its requested packages only.
FD  ONEOFF-FILE.
    COPY "oneoffrec.cpy".

WORKING-STORAGE SECTION.
01 WS-COMMAND  PIC X(256).
01 WS-TRIMMED  PIC X(256).
01 WS-CMD-TOKEN1             PIC X(20).
01 WS-INSTALLER-PATH         PIC X(200).
01 WS-RAW-COMMAND            PIC X(200).
01 WS-PREFLIGHT-CMD          PIC X(1000).

01 WS-MANIFEST-FILE-NAME    PIC X(100) VALUE "data/install-manifest.dat".
01 WS-MANIFEST-STATUS       PIC X(2).
      10 PKG-SEAT-LIMIT       PIC 9(5).
      10 PKG-SEATS-USED       PIC 9(5).
      10 PKG-UNDO-MANIFEST    PIC X(50).
      10 PKG-ORDERED          PIC X(1).
      10 PKG-HOST-RESULT      PIC X(1).
      10 PKG-STEP-LIMIT       PIC 9(5).
      10 PKG-CHG-HELD         PIC X(1).
      10 PKG-CHG-REASON       PIC X(100).
      10 PKG-MIN-OS-ID        PIC X(20).
      10 PKG-MIN-OS-VERSION   PIC X(12).
      10 PKG-MIN-WINE         PIC X(12).
      10 PKG-MIN-DISK-MB      PIC 9(7).
      10 PKG-MIN-RAM-MB       PIC 9(7).
01 WS-MAX-PACKAGE-ENTRIES    PIC 9(4) VALUE 20.
01 WS-PKG-COUNT              PIC 9(4) VALUE 0.
01 WS-PKG-IDX                PIC 9(4).
01 WS-CURRENT-UPG-MANIFEST   PIC X(50) VALUE SPACES.
01 WS-CURRENT-UNDO-MANIFEST  PIC X(50) VALUE SPACES.

*>* Per-step time limit, so a hung installer (wine sitting on a modal
*>* dialog) is killed instead of holding the worker's slice of hosts
*>* until morning. The catalog's step-limit column is the package
*>* default in seconds - blank takes WS-DEFAULT-STEP-LIMIT, 0 means no
*>* limit - and a manifest line may override it for that one step
*>* with a leading LIMIT=nnnnn token. The command runs under coreutils
*>* timeout, which exits 124 when it had to stop the step (137 when
*>* the step ignored the TERM and needed the KILL as well).
01 WS-DEFAULT-STEP-LIMIT      PIC 9(5) VALUE 3600.
01 WS-CURRENT-STEP-LIMIT      PIC 9(5) VALUE 3600.
01 WS-STEP-LIMIT              PIC 9(5) VALUE 0.
01 WS-LIMIT-DISPLAY           PIC Z(4)9.
01 WS-LIMIT-TOKEN             PIC X(20).
01 WS-LIMIT-VALUE-LEN         PIC 9(4).
01 WS-LIMIT-PTR               PIC 9(4).
01 WS-LIMIT-REST              PIC X(200).
01 WS-STEP-TIMED-OUT          PIC X(1) VALUE "N".
01 WS-TIMED-COMMAND           PIC X(4200).
01 WS-ESC-SOURCE              PIC X(1000).
01 WS-ESC-RESULT              PIC X(4000).
01 WS-ESC-IN                  PIC 9(4).
01 WS-ESC-OUT                 PIC 9(4).
01 WS-ESC-LEN                 PIC 9(4).
*>* A remote step's limit is enforced on the target host, so the
*>* timeout stops the command itself and not just the local ssh
*>* client. The ssh hop gets a second, local timeout WS-REMOTE-GRACE
*>* seconds longer, which catches a host that stops answering; either
*>* layer exits 124 or 137 when it had to stop the step.
01 WS-REMOTE-LIMIT            PIC 9(5).
01 WS-REMOTE-GRACE            PIC 9(3) VALUE 30.
01 WS-OUTER-LIMIT             PIC 9(6).
01 WS-OUTER-DISPLAY           PIC Z(5)9.
01 WS-REMOTE-INNER            PIC X(1000).

*>* Rollback pass for installs that die mid-manifest: the catalog's
*>* undo manifest carries one compensating command per install step,
*>* and on a step failure the undo commands for everything the
01 WS-ROLLBACK-CLEAN          PIC X(1)   VALUE "Y".
01 WS-SAVED-MANIFEST-NAME     PIC X(100).

*>* Package prerequisites: a package may need another package at a
*>* minimum version on the same machine. Each host's packages are
*>* rolled out in dependency order (WS-PKG-ORDER holds catalog
*>* indexes), and a package whose prerequisite is missing from the
*>* inventory, below its minimum version, or failed on the same host
*>* earlier this run is skipped with a PREREQ audit record.
*>* PKG-HOST-RESULT is the current host's outcome for each package:
*>* "Y" completed (or already current) this run, "F" failed this run,
*>* space not attempted - the inventory decides.
01 WS-PREREQ-FILE-NAME        PIC X(100) VALUE "data/package-prereqs.dat".
01 WS-PREREQ-STATUS           PIC X(2).
01 WS-PREREQ-EOF              PIC X(1)   VALUE "N".
01 WS-PREREQ-TABLE.
   05 WS-PREREQ-ENTRY OCCURS 50 TIMES.
      10 PRQ-PACKAGE          PIC X(20).
      10 PRQ-REQUIRED         PIC X(20).
      10 PRQ-MIN-VERSION      PIC X(12).
01 WS-PREREQ-COUNT            PIC 9(4) VALUE 0.
01 WS-PREREQ-IDX              PIC 9(4).
01 WS-PKG-ORDER-TABLE.
   05 WS-PKG-ORDER OCCURS 20 TIMES PIC 9(4).
01 WS-ORDER-COUNT             PIC 9(4) VALUE 0.
01 WS-ORDER-IDX               PIC 9(4).
01 WS-ORDER-PROGRESS          PIC X(1).
01 WS-ORDER-READY             PIC X(1).
01 WS-CAND-IDX                PIC 9(4).
01 WS-REQ-PKG-IDX             PIC 9(4).
01 WS-REQ-SCAN-IDX            PIC 9(4).
01 WS-REQ-PACKAGE             PIC X(20).
01 WS-PREREQS-MET             PIC X(1)   VALUE "Y".
01 WS-REQ-FOUND               PIC X(1).
01 WS-REQ-VERSION             PIC X(12).

*>* Minimum host requirements from the catalog, checked against the
*>* host's facts as HOST-FACTS last collected them: a host short on
*>* OS, wine, free disk or RAM for a package is skipped for it with a
*>* HOSTREQ audit record naming the shortfall, instead of finding out
*>* in wine at step 03. A host with no facts yet, or a fact it has
*>* never reported, is not gated on. No facts file means nothing is.
01 WS-FACTS-FILE-NAME         PIC X(100) VALUE "host-facts.dat".
01 WS-FACTS-STATUS            PIC X(2).
01 WS-FACTS-OK                PIC X(1)   VALUE "N".
01 WS-HOST-HAS-FACTS          PIC X(1)   VALUE "N".
01 WS-HOST-REQS-MET           PIC X(1)   VALUE "Y".
01 WS-REQ-OS-ID               PIC X(20).
01 WS-REQ-OS-VERSION          PIC X(12).
01 WS-REQ-VALUE-LEN           PIC 9(4).
01 WS-REQ-TOKEN               PIC X(20).
01 WS-REQ-HAVE-DISPLAY        PIC Z(6)9.
01 WS-REQ-NEED-DISPLAY        PIC Z(6)9.

*>* Dotted version comparison ("9.1" is below "12.0") - a plain
*>* alphanumeric compare gets that backwards. Up to four numeric parts;
*>* a missing or non-numeric part counts as zero.
01 WS-VERSION-LEFT            PIC X(12).
01 WS-VERSION-RIGHT           PIC X(12).
01 WS-VPARTS-LEFT.
   05 WS-VPART-LEFT OCCURS 4 TIMES PIC X(6).
01 WS-VPARTS-RIGHT.
   05 WS-VPART-RIGHT OCCURS 4 TIMES PIC X(6).
01 WS-VNUM-LEFT               PIC 9(6).
01 WS-VNUM-RIGHT              PIC 9(6).
01 WS-VPART-IDX               PIC 9(4).
*>* "<", "=" or ">" - left against right.
01 WS-VERSION-ORDER           PIC X(1).

*>* What the inventory already says about the current host+package,
*>* checked before any manifest runs: at the catalog version the
*>* package is skipped outright, at an older version the upgrade
01 WS-CLI-ARGS                PIC X(100).
01 WS-CLI-TOKEN1              PIC X(20).
01 WS-CLI-TOKEN2              PIC X(20).
01 WS-CLI-TOKEN3              PIC X(20).
*>* "S" serial, "C" coordinator, "W" worker.
01 WS-RUN-MODE                PIC X(1)   VALUE "S".
01 WS-WORKER-NUM              PIC 9(2)   VALUE 0.
01 WS-RUN-CHECK-HOST          PIC X(50).
01 WS-WORKER-RC-TEXT          PIC X(100).

*>* Dry-run ("PLAN") mode: the same host and package gates are walked
*>* against the real control files, but nothing is executed and no
*>* state file is touched - no audit log, checkpoint, inventory,
*>* quarantine, phase or alert writes. Every decision goes to the plan
*>* report instead, with the audit status the real run would have used
*>* (or INSTALL/UPGRADE/RESUME for work it would actually do). Always
*>* serial - there is nothing to parallelise when nothing runs.
01 WS-PLAN-MODE               PIC X(1)   VALUE "N".
01 WS-PLANRPT-FILE-NAME       PIC X(100) VALUE "install-plan-report.txt".
01 WS-PLANRPT-STATUS          PIC X(2).
01 WS-PLAN-WORK-COUNT         PIC 9(4)   VALUE 0.
01 WS-PLAN-SKIP-COUNT         PIC 9(4)   VALUE 0.
01 WS-PLAN-COUNT-DISPLAY      PIC Z(3)9.
*>* The moment the plan is evaluated for: install windows and blackout
*>* dates are judged as at that time, not when the plan happens to be
*>* run. "PLAN HHMM YYYY-MM-DD" gives it outright; without a date it is
*>* the next time the clock reads HHMM (today, or tomorrow if that has
*>* passed), and without a time it is the batch's scheduled start.
01 WS-BATCH-START-TIME        PIC 9(4)   VALUE 0200.
01 WS-PLAN-TIME               PIC 9(4).
01 WS-PLAN-DATE               PIC X(10).
01 WS-PLAN-YYYYMMDD           PIC 9(8).
01 WS-PLAN-DAYS               PIC 9(7).
01 WS-PLAN-ARGS-OK            PIC X(1)   VALUE "Y".

*>* License seat enforcement: we pay per seat, and a fresh install on
*>* a machine with no inventory record consumes one. At the cap the
*>* install is refused with a NO-SEAT audit record and a WARNING alert
   05 WS-HOST-ENTRY OCCURS 50 TIMES PIC X(50).
01 WS-HOST-COUNT              PIC 9(4) VALUE 0.
01 WS-HOST-IDX                PIC 9(4).
*>* The fleet list proper - a worker's WS-HOSTS-FILE-NAME is its own
*>* slice, so the one-off check reads the fleet list by this name.
01 WS-FLEET-HOSTS-FILE-NAME   PIC X(100) VALUE "data/target-hosts.dat".
01 WS-SAVED-HOSTS-FILE-NAME   PIC X(100).

01 WS-ONEOFF-FILE-NAME        PIC X(100) VALUE "install-oneoff.dat".
01 WS-ONEOFF-STATUS           PIC X(2).
01 WS-ONEOFF-EOF              PIC X(1)   VALUE "N".
01 WS-ONEOFF-TABLE.
   05 WS-ONEOFF-ENTRY OCCURS 50 TIMES.
      10 ONEOFF-HOST          PIC X(50).
      10 ONEOFF-PACKAGE       PIC X(20).
      10 ONEOFF-IN-FLEET      PIC X(1).
01 WS-ONEOFF-COUNT            PIC 9(4) VALUE 0.
01 WS-ONEOFF-IDX              PIC 9(4).
01 WS-HOST-ONEOFF-ONLY        PIC X(1)   VALUE "N".
01 WS-ONEOFF-SKIP             PIC X(1)   VALUE "N".

*>* Change holds: a package with an unapproved version bump or
*>* manifest edit (PKG-CHG-HELD) is skipped on every host with a
*>* CHGHOLD audit record until the change board approves it.
01 WS-HOLDS-FILE-NAME         PIC X(100) VALUE "change-holds.dat".
01 WS-HOLDS-STATUS            PIC X(2).
01 WS-HOLDS-EOF               PIC X(1)   VALUE "N".

01 WS-SKIP-LOG-STATUS         PIC X(9).

01 WS-INSTALL-DATE            PIC X(10).
01 WS-BATCH-FAILED            PIC X(1) VALUE "N".

*>* Inventory history: each change to an inventory record closes the
*>* machine+package's open history record at the change date and adds
*>* the new one. The file is rebuilt through a scratch copy that is
*>* moved into place, so a failure part-way leaves the old history
*>* whole.
01 WS-HISTORY-FILE-NAME       PIC X(100) VALUE "inventory-history.dat".
01 WS-HISTORY-STATUS          PIC X(2).
01 WS-HISTORY-EOF             PIC X(1)   VALUE "N".
01 WS-HISTORY-TMP-NAME        PIC X(100) VALUE "inventory-history.tmp".
01 WS-HISTORY-TMP-STATUS      PIC X(2).
01 WS-HISTORY-OK              PIC X(1)   VALUE "Y".
01 WS-HISTORY-CMD             PIC X(300).
01 WS-HIST-OPEN-END           PIC X(10)  VALUE "9999-12-31".
01 WS-HIST-SOURCE             PIC X(16)  VALUE "INSTALL-ITUNES".
01 WS-HIST-PENDING.
   05 WS-HIST-HOST            PIC X(50).
   05 WS-HIST-PACKAGE         PIC X(20).
   05 WS-HIST-ACTION          PIC X(8).
   05 WS-HIST-DATE            PIC X(10).
   05 WS-HIST-VERSION         PIC X(12).
   05 WS-HIST-WINE            PIC X(20).
   05 WS-HIST-INSTALL-DATE    PIC X(10).
   05 WS-HIST-INSTALLER       PIC X(100).

01 WS-VERSION-FILE-NAME       PIC X(100) VALUE "wine-version-check.tmp".
01 WS-VERSION-STATUS          PIC X(2).
01 WS-VERSION-CMD             PIC X(512).

*>* CALL "SYSTEM" ... RETURNING RETURN-CODE hands back the raw system()
*>* wait status (exit code * 256), not the exit code itself - GnuCOBOL's

       PERFORM PARSE-RUN-ARGUMENTS
       PERFORM RESOLVE-RUN-ID
       IF WS-RUN-MODE = "S" AND WS-PLAN-MODE = "N"
           PERFORM LOAD-INSTALL-CONFIG
           IF WS-WORKER-COUNT > 1
               MOVE "C" TO WS-RUN-MODE
       IF WS-RUN-MODE = "C"
           PERFORM LOAD-PACKAGE-CATALOG
           PERFORM LOAD-TARGET-HOSTS
           PERFORM LOAD-ONEOFF-TARGETS
           PERFORM LOAD-CHECKPOINTS
           PERFORM LOAD-QUARANTINE
           PERFORM LOAD-ROLLOUT-PLAN
           PERFORM APPLY-WORKER-INPUT-NAMES
       END-IF

       IF WS-PLAN-MODE = "Y"
           PERFORM OPEN-PLAN-REPORT
       ELSE
           PERFORM OPEN-INSTALL-LOG
       END-IF
       PERFORM OPEN-INVENTORY
       PERFORM OPEN-HOST-FACTS
       PERFORM LOAD-PACKAGE-CATALOG
       PERFORM LOAD-LICENSES
       PERFORM COUNT-SEATS-IN-USE
       PERFORM LOAD-CHECKPOINTS
       PERFORM LOAD-TARGET-HOSTS
       PERFORM LOAD-ONEOFF-TARGETS
       PERFORM LOAD-HOST-SCHEDULE
       PERFORM LOAD-HOST-GROUPS
       PERFORM LOAD-QUARANTINE
       PERFORM LOAD-ROLLOUT-PLAN
       PERFORM LOAD-PILOT-HOSTS
       PERFORM LOAD-ROLLOUT-PHASES
       PERFORM LOAD-CHANGE-HOLDS
       PERFORM LOAD-STAGING-STATUS
       PERFORM LOAD-HOST-HEALTH
       PERFORM LOAD-PREREQUISITES
       PERFORM ORDER-PACKAGES-BY-PREREQ
       IF WS-RUN-MODE = "W"
           *>* State was loaded from the shared files above; from here
           *>* on this worker's rewrites go to its own files, which the
           END-IF
       END-IF

       IF WS-PLAN-MODE = "Y"
           *>* A plan judges no pilot night and writes no state.
           PERFORM CLOSE-PLAN-REPORT
           CLOSE INVENTORY-FILE
           IF WS-FACTS-OK = "Y"
               CLOSE HOST-FACTS-FILE
           END-IF
           DISPLAY "Plan written to " FUNCTION TRIM(WS-PLANRPT-FILE-NAME)
                   " - nothing was executed."
       ELSE
           IF WS-RUN-MODE = "W"
               *>* Pilot-night verdicts need the whole fleet's results, so
               *>* a worker only reports its share; the coordinator judges.
               PERFORM WRITE-PILOT-STATS
           ELSE
               PERFORM UPDATE-ROLLOUT-PHASES
           END-IF

           CLOSE INSTALL-LOG
           CLOSE INVENTORY-FILE
           IF WS-FACTS-OK = "Y"
               CLOSE HOST-FACTS-FILE
           END-IF

           DISPLAY "Installation commands executed. Check for errors."
       END-IF
       IF WS-BATCH-FAILED = "Y"
           MOVE 1 TO RETURN-CODE
       ELSE
       *>* "WORKER nn" marks a coordinator-spawned worker invocation
       *>* that processes the host slice in install-hosts-wnn.tmp. A
       *>* plain invocation is serial or, via the run config, becomes
       *>* the coordinator. "PLAN [HHMM [YYYY-MM-DD]]" is the
       *>* operator's dry run: serial, read-only, report only, judged as
       *>* at the batch's start (or the time and date given).
       ACCEPT WS-CLI-ARGS FROM COMMAND-LINE
       MOVE SPACES TO WS-CLI-TOKEN1
       MOVE SPACES TO WS-CLI-TOKEN2
       MOVE SPACES TO WS-CLI-TOKEN3
       UNSTRING FUNCTION TRIM(WS-CLI-ARGS) DELIMITED BY ALL SPACE
           INTO WS-CLI-TOKEN1 WS-CLI-TOKEN2 WS-CLI-TOKEN3
       IF WS-CLI-TOKEN1 = "WORKER"
           IF WS-CLI-TOKEN2(1:2) IS NUMERIC
               MOVE "W" TO WS-RUN-MODE
               MOVE WS-CLI-TOKEN2(1:2) TO WS-WORKER-NUM-X
               MOVE WS-CLI-TOKEN2(1:2) TO WS-WORKER-NUM
           ELSE
               DISPLAY "Usage: install-itunes "
                       "[PLAN [HHMM [YYYY-MM-DD]] | WORKER nn]"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
       ELSE
           IF WS-CLI-TOKEN1 = "PLAN"
               MOVE "Y" TO WS-PLAN-MODE
               PERFORM RESOLVE-PLAN-MOMENT
               IF WS-PLAN-ARGS-OK = "N"
                   DISPLAY "Usage: install-itunes "
                           "[PLAN [HHMM [YYYY-MM-DD]] | WORKER nn]"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "PLAN mode - nothing will be executed or recorded."
               DISPLAY "Plan evaluated for " WS-PLAN-DATE " "
                       WS-PLAN-TIME(1:2) ":" WS-PLAN-TIME(3:2)
           ELSE
               IF WS-CLI-TOKEN1 NOT = SPACES
                   DISPLAY "Usage: install-itunes "
                           "[PLAN [HHMM [YYYY-MM-DD]] | WORKER nn]"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       END-IF
       .

RESOLVE-PLAN-MOMENT.
       *>* WS-CLI-TOKEN2/3 -> WS-PLAN-TIME and WS-PLAN-DATE.
       MOVE "Y" TO WS-PLAN-ARGS-OK
       MOVE WS-BATCH-START-TIME TO WS-PLAN-TIME
       IF WS-CLI-TOKEN2 NOT = SPACES
           IF WS-CLI-TOKEN2(1:4) IS NUMERIC
                   AND WS-CLI-TOKEN2(5:) = SPACES
                   AND WS-CLI-TOKEN2(1:2) < "24"
                   AND WS-CLI-TOKEN2(3:2) < "60"
               MOVE WS-CLI-TOKEN2(1:4) TO WS-PLAN-TIME
           ELSE
               DISPLAY "Plan time '" FUNCTION TRIM(WS-CLI-TOKEN2)
                       "' is not a valid HHMM."
               MOVE "N" TO WS-PLAN-ARGS-OK
           END-IF
       END-IF
       IF WS-CLI-TOKEN3 NOT = SPACES
           IF WS-CLI-TOKEN3(1:4) IS NUMERIC
                   AND WS-CLI-TOKEN3(5:1) = "-"
                   AND WS-CLI-TOKEN3(6:2) IS NUMERIC
                   AND WS-CLI-TOKEN3(8:1) = "-"
                   AND WS-CLI-TOKEN3(9:2) IS NUMERIC
                   AND WS-CLI-TOKEN3(11:) = SPACES
               COMPUTE WS-PLAN-YYYYMMDD =
                   FUNCTION NUMVAL(WS-CLI-TOKEN3(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-CLI-TOKEN3(6:2)) * 100
                   + FUNCTION NUMVAL(WS-CLI-TOKEN3(9:2))
           ELSE
               MOVE 0 TO WS-PLAN-YYYYMMDD
           END-IF
           IF WS-PLAN-YYYYMMDD = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-PLAN-YYYYMMDD)
                      NOT = 0
               DISPLAY "Plan date '" FUNCTION TRIM(WS-CLI-TOKEN3)
                       "' is not a valid YYYY-MM-DD."
               MOVE "N" TO WS-PLAN-ARGS-OK
           END-IF
       ELSE
           *>* No date: the next time the clock reads the plan time.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
           MOVE WS-CURR-DATE-TIME(1:8) TO WS-PLAN-YYYYMMDD
           IF WS-CURR-DATE-TIME(9:4) >= WS-PLAN-TIME
               COMPUTE WS-PLAN-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PLAN-YYYYMMDD) + 1
               COMPUTE WS-PLAN-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-PLAN-DAYS)
           END-IF
       END-IF
       IF WS-PLAN-ARGS-OK = "Y"
           MOVE SPACES TO WS-PLAN-DATE
           STRING WS-PLAN-YYYYMMDD(1:4) "-" WS-PLAN-YYYYMMDD(5:2) "-"
                  WS-PLAN-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-PLAN-DATE
       END-IF
       .

       *>* This worker's host slice, and its private log and alert
       *>* files - the shared install-log.txt and alert-queue.dat would
       *>* otherwise see interleaved appends from every worker at once.
       MOVE WS-HOSTS-FILE-NAME TO WS-FLEET-HOSTS-FILE-NAME
       MOVE SPACES TO WS-HOSTS-FILE-NAME
       STRING "install-hosts-w" WS-WORKER-NUM-X ".tmp"
              DELIMITED BY SIZE INTO WS-HOSTS-FILE-NAME
       MOVE IJ-INSTALLER-FILE TO INV-INSTALLER-FILE
       MOVE IJ-INSTALL-DATE TO INV-INSTALL-DATE
       MOVE IJ-PACKAGE-VERSION TO INV-PACKAGE-VERSION
       MOVE "INSTALL" TO WS-HIST-ACTION
       WRITE INVENTORY-RECORD
           INVALID KEY
               MOVE "UPGRADE" TO WS-HIST-ACTION
               REWRITE INVENTORY-RECORD
       END-WRITE
       IF WS-INVENTORY-STATUS = "00"
           PERFORM RECORD-INVENTORY-HISTORY
       END-IF
       .

COLLECT-PILOT-STATS.
       *>* read-only: their updates go to a per-worker journal the
       *>* coordinator applies once every worker has finished, so the
       *>* indexed file only ever has one writer at a time.
       IF WS-RUN-MODE = "W" OR WS-PLAN-MODE = "Y"
           OPEN INPUT INVENTORY-FILE
       ELSE
           OPEN I-O INVENTORY-FILE
       END-IF
       IF WS-INVENTORY-STATUS = "00"
           MOVE "Y" TO WS-INVENTORY-OK
       ELSE
       *>* A plan must not create the file; with no inventory yet every
       *>* host simply plans as a fresh install.
       IF WS-PLAN-MODE = "Y" AND WS-INVENTORY-STATUS = "35"
           MOVE "N" TO WS-INVENTORY-OK
           DISPLAY "No inventory " FUNCTION TRIM(WS-INVENTORY-FILE-NAME)
                   " yet - every host plans as a fresh install."
       ELSE
           MOVE "N" TO WS-INVENTORY-OK
           DISPLAY "Unable to open inventory " WS-INVENTORY-FILE-NAME
                   "conversion in ./inventory-maint first."
           MOVE "Y" TO WS-BATCH-FAILED
       END-IF
       END-IF
       .

OPEN-HOST-FACTS.
       *>* Read-only, workers included - HOST-FACTS is the only writer.
       *>* Without the file (HOST-FACTS never run) no host is gated on
       *>* the catalog minimums.
       OPEN INPUT HOST-FACTS-FILE
       IF WS-FACTS-STATUS = "00"
           MOVE "Y" TO WS-FACTS-OK
       ELSE
           MOVE "N" TO WS-FACTS-OK
           IF WS-FACTS-STATUS NOT = "35"
               DISPLAY "Warning: unable to open host facts "
                       FUNCTION TRIM(WS-FACTS-FILE-NAME)
                       ", status " WS-FACTS-STATUS
                       " - minimum host requirements not checked."
           END-IF
       END-IF
       .

FIND-FACTS-FOR-HOST.
       MOVE "N" TO WS-HOST-HAS-FACTS
       IF WS-FACTS-OK = "Y"
           MOVE WS-CURRENT-HOST TO FACT-HOST
           READ HOST-FACTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOST-HAS-FACTS
           END-READ
       END-IF
       .

LOAD-TARGET-HOSTS.
       END-IF
       .

LOAD-ONEOFF-TARGETS.
       *>* One-off file is optional - no file (or an empty one) means
       *>* no approved requests and the run is the fleet as before.
       OPEN INPUT ONEOFF-FILE
       IF WS-ONEOFF-STATUS = "00"
           PERFORM UNTIL WS-ONEOFF-EOF = "Y"
               READ ONEOFF-FILE
                   AT END
                       MOVE "Y" TO WS-ONEOFF-EOF
                   NOT AT END
                       IF ONEOFF-RECORD NOT = SPACES
                               AND ONEOFF-RECORD(1:1) NOT = "*"
                           IF WS-ONEOFF-COUNT >= WS-MAX-TABLE-ENTRIES
                               DISPLAY "Too many one-off targets (max "
                                       WS-MAX-TABLE-ENTRIES
                                       ") - ignoring request "
                                       FUNCTION TRIM(OFF-REC-REQUEST)
                           ELSE
                               ADD 1 TO WS-ONEOFF-COUNT
                               MOVE OFF-REC-HOST
                                   TO ONEOFF-HOST(WS-ONEOFF-COUNT)
                               MOVE OFF-REC-PACKAGE
                                   TO ONEOFF-PACKAGE(WS-ONEOFF-COUNT)
                               MOVE "N"
                                   TO ONEOFF-IN-FLEET(WS-ONEOFF-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ONEOFF-FILE
       END-IF
       IF WS-ONEOFF-COUNT > 0
           PERFORM MARK-FLEET-ONEOFF-HOSTS
           *>* A worker's slice already carries the one-off hosts the
           *>* coordinator dealt it.
           IF WS-RUN-MODE NOT = "W"
               PERFORM ADD-ONEOFF-HOSTS
           END-IF
       END-IF
       .

MARK-FLEET-ONEOFF-HOSTS.
       *>* A fleet host that asked for a package already gets every
       *>* package for its group; only a host outside the fleet list is
       *>* held to what it asked for. If the fleet list can't be read
       *>* every one-off host stays restricted - the safe side.
       MOVE WS-HOSTS-FILE-NAME TO WS-SAVED-HOSTS-FILE-NAME
       MOVE WS-FLEET-HOSTS-FILE-NAME TO WS-HOSTS-FILE-NAME
       MOVE "N" TO WS-HOSTS-EOF
       OPEN INPUT TARGET-HOSTS
       IF WS-HOSTS-STATUS = "00"
           PERFORM UNTIL WS-HOSTS-EOF = "Y"
               READ TARGET-HOSTS
                   AT END
                       MOVE "Y" TO WS-HOSTS-EOF
                   NOT AT END
                       IF HOST-RECORD NOT = SPACES
                               AND HOST-RECORD(1:1) NOT = "*"
                           PERFORM VARYING WS-ONEOFF-IDX FROM 1 BY 1
                                   UNTIL WS-ONEOFF-IDX > WS-ONEOFF-COUNT
                               IF ONEOFF-HOST(WS-ONEOFF-IDX) = HOST-RECORD
                                   MOVE "Y"
                                       TO ONEOFF-IN-FLEET(WS-ONEOFF-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARGET-HOSTS
       END-IF
       MOVE WS-SAVED-HOSTS-FILE-NAME TO WS-HOSTS-FILE-NAME
       MOVE "N" TO WS-HOSTS-EOF
       .

ADD-ONEOFF-HOSTS.
       PERFORM VARYING WS-ONEOFF-IDX FROM 1 BY 1
               UNTIL WS-ONEOFF-IDX > WS-ONEOFF-COUNT
           IF ONEOFF-IN-FLEET(WS-ONEOFF-IDX) = "N"
               MOVE ONEOFF-HOST(WS-ONEOFF-IDX) TO WS-RUN-CHECK-HOST
               PERFORM CHECK-HOST-IN-RUN
               IF WS-HOST-IN-RUN = "N"
                   IF WS-HOST-COUNT >= WS-MAX-TABLE-ENTRIES
                       DISPLAY "Too many target hosts (max "
                               WS-MAX-TABLE-ENTRIES
                               ") - ignoring one-off host "
                               FUNCTION TRIM(ONEOFF-HOST(WS-ONEOFF-IDX))
                   ELSE
                       ADD 1 TO WS-HOST-COUNT
                       MOVE ONEOFF-HOST(WS-ONEOFF-IDX)
                           TO WS-HOST-ENTRY(WS-HOST-COUNT)
                       DISPLAY "One-off target host "
                               FUNCTION TRIM(ONEOFF-HOST(WS-ONEOFF-IDX))
                               " added for its requested packages"
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       .

FIND-ONEOFF-FOR-HOST.
       MOVE "N" TO WS-HOST-ONEOFF-ONLY
       PERFORM VARYING WS-ONEOFF-IDX FROM 1 BY 1
               UNTIL WS-ONEOFF-IDX > WS-ONEOFF-COUNT
           IF ONEOFF-HOST(WS-ONEOFF-IDX) = WS-CURRENT-HOST
                   AND ONEOFF-IN-FLEET(WS-ONEOFF-IDX) = "N"
               MOVE "Y" TO WS-HOST-ONEOFF-ONLY
           END-IF
       END-PERFORM
       .

CHECK-ONEOFF-PACKAGE.
       MOVE "N" TO WS-ONEOFF-SKIP
       IF WS-HOST-ONEOFF-ONLY = "Y"
           MOVE "Y" TO WS-ONEOFF-SKIP
           PERFORM VARYING WS-ONEOFF-IDX FROM 1 BY 1
                   UNTIL WS-ONEOFF-IDX > WS-ONEOFF-COUNT
               IF ONEOFF-HOST(WS-ONEOFF-IDX) = WS-CURRENT-HOST
                       AND ONEOFF-PACKAGE(WS-ONEOFF-IDX)
                           = WS-CURRENT-PACKAGE
                   MOVE "N" TO WS-ONEOFF-SKIP
               END-IF
           END-PERFORM
       END-IF
       .

PROCESS-HOST.
       *>* Each host gets its own section of the audit log (LOG-HOST) so a
       *>* batch run across the fleet shows which machines finished and
       MOVE "N" TO WS-HOST-FAILED
       PERFORM FIND-GROUP-FOR-HOST
       PERFORM FIND-PILOT-FOR-HOST
       PERFORM FIND-ONEOFF-FOR-HOST
       PERFORM FIND-FACTS-FOR-HOST
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           MOVE SPACE TO PKG-HOST-RESULT(WS-PKG-IDX)
       END-PERFORM
       *>* Dependency order, not catalog order - a prerequisite is
       *>* always attempted on this host before the packages needing it.
       PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                  OR WS-WINDOW-OPEN = "N"
                  OR WS-HOST-HELD = "Y"
                  OR WS-HOST-UNHEALTHY = "Y"
           MOVE WS-PKG-ORDER(WS-ORDER-IDX) TO WS-PKG-IDX
           MOVE PKG-NAME(WS-PKG-IDX) TO WS-CURRENT-PACKAGE
           MOVE PKG-MANIFEST(WS-PKG-IDX) TO WS-MANIFEST-FILE-NAME
           MOVE PKG-PATTERN(WS-PKG-IDX) TO WS-CURRENT-PATTERN
           MOVE PKG-UPG-MANIFEST(WS-PKG-IDX) TO WS-CURRENT-UPG-MANIFEST
           MOVE PKG-UNDO-MANIFEST(WS-PKG-IDX)
               TO WS-CURRENT-UNDO-MANIFEST
           MOVE PKG-STEP-LIMIT(WS-PKG-IDX) TO WS-CURRENT-STEP-LIMIT
           MOVE PKG-GROUPS(WS-PKG-IDX) TO WS-CURRENT-PKG-GROUPS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CURRENT-PATTERN))
               TO WS-PATTERN-LEN
           PERFORM CHECK-PACKAGE-GROUP
           PERFORM CHECK-ONEOFF-PACKAGE
           IF WS-GROUP-MATCH = "N" OR WS-ONEOFF-SKIP = "Y"
               DISPLAY "Package " FUNCTION TRIM(WS-CURRENT-PACKAGE)
                       " is not assigned to "
                       FUNCTION TRIM(WS-CURRENT-HOST) " - skipped"
               *>* The real run leaves no audit record for this; the
               *>* plan still says why the pair is missing.
               IF WS-PLAN-MODE = "Y"
                   MOVE SPACES TO WS-RAW-COMMAND
                   IF WS-ONEOFF-SKIP = "Y"
                       MOVE "one-off target - package not requested"
                           TO WS-RAW-COMMAND
                       MOVE "NOT-REQ" TO WS-SKIP-LOG-STATUS
                   ELSE
                       IF WS-CURRENT-GROUP = SPACES
                           STRING "host has no group; package is for "
                                  FUNCTION TRIM(WS-CURRENT-PKG-GROUPS)
                                  DELIMITED BY SIZE INTO WS-RAW-COMMAND
                       ELSE
                           STRING "group " FUNCTION TRIM(WS-CURRENT-GROUP)
                                  " not in package groups "
                                  FUNCTION TRIM(WS-CURRENT-PKG-GROUPS)
                                  DELIMITED BY SIZE INTO WS-RAW-COMMAND
                       END-IF
                       MOVE "NOT-GROUP" TO WS-SKIP-LOG-STATUS
                   END-IF
                   PERFORM WRITE-PLAN-LINE
               END-IF
           ELSE
               IF PKG-CHG-HELD(WS-PKG-IDX) = "Y"
                   *>* Change gate: a version bump or manifest edit not
                   *>* yet approved goes nowhere, pilot hosts included.
                   DISPLAY "Package " FUNCTION TRIM(WS-CURRENT-PACKAGE)
                           " held on " FUNCTION TRIM(WS-CURRENT-HOST)
                           " - control-file change awaiting approval"
                   MOVE 0 TO WS-CURRENT-STEP-NUM
                   MOVE PKG-CHG-REASON(WS-PKG-IDX) TO WS-RAW-COMMAND
                   MOVE "CHGHOLD" TO WS-SKIP-LOG-STATUS
                   PERFORM LOG-SKIPPED-STEP
               ELSE
                   IF PKG-PHASED(WS-PKG-IDX) = "Y"
                           AND PKG-PHASE(WS-PKG-IDX) = "PILOT"
                           AND WS-IS-PILOT-HOST = "N"
                       *>* Pilot phase: the wider fleet waits. Logged with
                       *>* its own status so the history report shows "not
                       *>* yet promoted" instead of silence.
                       DISPLAY "Package " FUNCTION TRIM(WS-CURRENT-PACKAGE)
                               " is in its pilot phase - "
                               FUNCTION TRIM(WS-CURRENT-HOST)
                               " waits for promotion"
                       MOVE 0 TO WS-CURRENT-STEP-NUM
                       MOVE SPACES TO WS-RAW-COMMAND
                       STRING "package in pilot phase - host awaits fleet "
                              "promotion"
                              DELIMITED BY SIZE INTO WS-RAW-COMMAND
                       MOVE "PILOT" TO WS-SKIP-LOG-STATUS
                       PERFORM LOG-SKIPPED-STEP
                   ELSE
                       PERFORM CHECK-STAGING-FOR-HOST
                       IF WS-STAGE-BLOCKED = "Y"
                           DISPLAY "Host " FUNCTION TRIM(WS-CURRENT-HOST)
                                   " package "
                                   FUNCTION TRIM(WS-CURRENT-PACKAGE)
                                   ": UNSTAGED - installer staging failed; "
                                   "see staging run output"
                           MOVE 0 TO WS-CURRENT-STEP-NUM
                           MOVE SPACES TO WS-RAW-COMMAND
                           STRING "installer staging failed - package "
                                  "skipped on this host"
                                  DELIMITED BY SIZE INTO WS-RAW-COMMAND
                           MOVE "UNSTAGED" TO WS-SKIP-LOG-STATUS
                           PERFORM LOG-SKIPPED-STEP
                       ELSE
                           PERFORM PROCESS-PACKAGE
                           IF WS-ABORT-RUN = "Y"
                               MOVE "Y" TO WS-BATCH-FAILED
                               MOVE "Y" TO WS-HOST-FAILED
                           END-IF
                           *>* A NO-SEAT refusal ran nothing - like the
                           *>* UNSTAGED gate it is no pilot attempt, or a
                           *>* seat-starved pilot host would bank "clean
                           *>* nights" for a package that never ran and
                           *>* promote it unpiloted once seats free up.
                           IF PKG-PHASED(WS-PKG-IDX) = "Y"
                                   AND PKG-PHASE(WS-PKG-IDX) = "PILOT"
                                   AND WS-IS-PILOT-HOST = "Y"
                                   AND WS-PKG-REFUSED = "N"
                               ADD 1 TO PKG-PILOT-ATTEMPTED(WS-PKG-IDX)
                               IF WS-ABORT-RUN = "Y"
                                       OR WS-HOST-INCOMPLETE = "Y"
                                   MOVE "Y"
                                       TO PKG-PILOT-FAILED(WS-PKG-IDX)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-IF
       END-PERFORM
       IF WS-WINDOW-OPEN = "Y" AND WS-HOST-HELD = "N"
               AND WS-HOST-UNHEALTHY = "N" AND WS-PLAN-MODE = "N"
           PERFORM UPDATE-QUARANTINE-FOR-HOST
       END-IF
       .
       END-IF
       .

LOAD-CHANGE-HOLDS.
       *>* Holds file is optional - no file means no control-file change
       *>* is waiting on approval. Only HELD records gate a package. A
       *>* holds file that is there but can't be read could be hiding a
       *>* hold, so then every package waits (logged CHGHOLD).
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           MOVE "N" TO PKG-CHG-HELD(WS-PKG-IDX)
           MOVE SPACES TO PKG-CHG-REASON(WS-PKG-IDX)
       END-PERFORM
       OPEN INPUT CHANGE-HOLDS
       IF WS-HOLDS-STATUS = "00"
           PERFORM UNTIL WS-HOLDS-EOF = "Y"
               READ CHANGE-HOLDS
                   AT END
                       MOVE "Y" TO WS-HOLDS-EOF
                   NOT AT END
                       IF HLD-REC-STATUS = "HELD"
                           PERFORM LOAD-HOLD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-HOLDS
       ELSE
           IF WS-HOLDS-STATUS NOT = "35"
               DISPLAY "Unable to open "
                       FUNCTION TRIM(WS-HOLDS-FILE-NAME)
                       ", status " WS-HOLDS-STATUS
                       " - holding every package"
               PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                       UNTIL WS-PKG-IDX > WS-PKG-COUNT
                   MOVE "Y" TO PKG-CHG-HELD(WS-PKG-IDX)
                   STRING FUNCTION TRIM(WS-HOLDS-FILE-NAME)
                          " unreadable"
                          DELIMITED BY SIZE
                          INTO PKG-CHG-REASON(WS-PKG-IDX)
               END-PERFORM
           END-IF
       END-IF
       .

LOAD-HOLD-ENTRY.
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           IF PKG-NAME(WS-PKG-IDX) = HLD-REC-PACKAGE
                   AND PKG-CHG-HELD(WS-PKG-IDX) = "N"
               MOVE "Y" TO PKG-CHG-HELD(WS-PKG-IDX)
               MOVE SPACES TO PKG-CHG-REASON(WS-PKG-IDX)
               IF HLD-REC-TYPE = "VERSION"
                   STRING "unapproved version bump to "
                          FUNCTION TRIM(HLD-REC-VALUE)
                          DELIMITED BY SIZE
                          INTO PKG-CHG-REASON(WS-PKG-IDX)
               ELSE
                   STRING "unapproved edit to "
                          FUNCTION TRIM(HLD-REC-VALUE)
                          DELIMITED BY SIZE
                          INTO PKG-CHG-REASON(WS-PKG-IDX)
               END-IF
           END-IF
       END-PERFORM
       .

LOAD-PILOT-HOSTS.
       OPEN INPUT PILOT-HOSTS
       IF WS-PILOT-STATUS = "00"
       *>* pass wasn't run and no host is gated on it. Verdicts from a
       *>* different run ID are dropped on load: the file persists
       *>* between nights, and a stale FAILED must not gate a later
       *>* run that never staged. A plan has no staging pass of its
       *>* own, so it reads the latest pass's verdicts whatever run
       *>* wrote them.
       OPEN INPUT STAGING-STATUS
       IF WS-STAGING-STATUS = "00"
           PERFORM UNTIL WS-STAGING-EOF = "Y"
                       MOVE "Y" TO WS-STAGING-EOF
                   NOT AT END
                       IF STG-REC-RUN-ID NOT = WS-RUN-ID
                               AND WS-PLAN-MODE = "N"
                           CONTINUE
                       ELSE
                       IF WS-STAGING-COUNT >= WS-MAX-STAGING-ENTRIES
LOAD-HOST-HEALTH.
       *>* Verdicts from a different run ID are dropped on load - the
       *>* file persists between nights and the gate must reflect
       *>* tonight's health, not last week's. A plan uses the latest
       *>* health pass, as it does the latest staging pass.
       OPEN INPUT HEALTH-STATUS
       IF WS-HEALTH-STATUS = "00"
           PERFORM UNTIL WS-HEALTH-EOF = "Y"
                       MOVE "Y" TO WS-HEALTH-EOF
                   NOT AT END
                       IF HLT-REC-RUN-ID NOT = WS-RUN-ID
                               AND WS-PLAN-MODE = "N"
                           CONTINUE
                       ELSE
                       IF WS-HEALTH-COUNT >= WS-MAX-TABLE-ENTRIES
           *>* No schedule entry - no restriction.
           CONTINUE
       ELSE
           *>* A plan is judged as at the moment it was asked about
           *>* (RESOLVE-PLAN-MOMENT), not the moment it runs.
           IF WS-PLAN-MODE = "Y"
               MOVE WS-PLAN-TIME TO WS-CURRENT-TIME
               MOVE WS-PLAN-DATE TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
               MOVE WS-CURR-DATE-TIME(9:4) TO WS-CURRENT-TIME
               MOVE SPACES TO WS-TODAY
               STRING WS-CURR-DATE-TIME(1:4) "-"
                      WS-CURR-DATE-TIME(5:2) "-"
                      WS-CURR-DATE-TIME(7:2)
                      DELIMITED BY SIZE INTO WS-TODAY
           END-IF
           MOVE 0 TO WS-BLACKOUT-TALLY
           INSPECT SCHED-BLACKOUT(WS-SCHED-FOUND-IDX)
               TALLYING WS-BLACKOUT-TALLY FOR ALL WS-TODAY
       MOVE "N" TO WS-ABORT-RUN
       MOVE "N" TO WS-HOST-INCOMPLETE
       MOVE "N" TO WS-PKG-REFUSED
       MOVE SPACE TO PKG-HOST-RESULT(WS-PKG-IDX)
       *>* Clear the installer path from the previous package - if this
       *>* package's manifest never sets it (or never opens), the stale
       *>* path must not leak into this package's inventory record.
                  DELIMITED BY SIZE INTO WS-RAW-COMMAND
           MOVE "UPTODATE" TO WS-SKIP-LOG-STATUS
           PERFORM LOG-SKIPPED-STEP
           MOVE "Y" TO PKG-HOST-RESULT(WS-PKG-IDX)
       ELSE
           *>* Host requirements next: a machine below the catalog's
           *>* minimum OS, wine, free disk or RAM for the package is
           *>* skipped for it here, with the shortfall as the reason,
           *>* rather than failing in wine mid-manifest.
           PERFORM CHECK-HOST-REQUIREMENTS
           IF WS-HOST-REQS-MET = "N"
               DISPLAY "Host " FUNCTION TRIM(WS-CURRENT-HOST)
                       " package " FUNCTION TRIM(WS-CURRENT-PACKAGE)
                       ": HOSTREQ - " FUNCTION TRIM(WS-RAW-COMMAND)
               MOVE 0 TO WS-CURRENT-STEP-NUM
               MOVE "HOSTREQ" TO WS-SKIP-LOG-STATUS
               PERFORM LOG-SKIPPED-STEP
               MOVE "Y" TO WS-PKG-REFUSED
           ELSE
               *>* Then prerequisites: installing on top of a missing or
               *>* failed dependency only fails later, in wine, at 02:00.
               PERFORM CHECK-PREREQUISITES
               IF WS-PREREQS-MET = "N"
                   DISPLAY "Host " FUNCTION TRIM(WS-CURRENT-HOST)
                           " package " FUNCTION TRIM(WS-CURRENT-PACKAGE)
                           ": PREREQ - " FUNCTION TRIM(WS-RAW-COMMAND)
                   MOVE 0 TO WS-CURRENT-STEP-NUM
                   MOVE "PREREQ" TO WS-SKIP-LOG-STATUS
                   PERFORM LOG-SKIPPED-STEP
                   MOVE "Y" TO WS-PKG-REFUSED
               ELSE
                   *>* A machine with no inventory record consumes a paid seat -
                   *>* at the license cap the install is refused loudly rather
                   *>* than quietly putting us out of compliance. Upgrades of a
                   *>* machine that already holds a seat are never blocked.
                   PERFORM CHECK-SEAT-AVAILABLE
                   IF WS-SEAT-AVAILABLE = "N"
                       DISPLAY "Host " FUNCTION TRIM(WS-CURRENT-HOST)
                               " package " FUNCTION TRIM(WS-CURRENT-PACKAGE)
                               ": NO-SEAT - all "
                               PKG-SEAT-LIMIT(WS-PKG-IDX)
                               " licensed seats are in use"
                       MOVE 0 TO WS-CURRENT-STEP-NUM
                       MOVE SPACES TO WS-RAW-COMMAND
                       STRING "no licensed seat available - install refused"
                              DELIMITED BY SIZE INTO WS-RAW-COMMAND
                       MOVE "NO-SEAT" TO WS-SKIP-LOG-STATUS
                       PERFORM LOG-SKIPPED-STEP
                       IF WS-PLAN-MODE = "N"
                           MOVE 0 TO WS-REAL-RC
                           MOVE "WARNING" TO WS-ALERT-SEVERITY
                           PERFORM APPEND-ALERT-RECORD
                       END-IF
                       MOVE "Y" TO WS-PKG-REFUSED
                   ELSE
                       IF WS-PLAN-MODE = "Y"
                           PERFORM PLAN-PACKAGE-MANIFEST
                       ELSE
                           PERFORM RUN-PACKAGE-MANIFEST
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF
       .

LOAD-PREREQUISITES.
       *>* Prerequisite file is optional - no file means no package
       *>* depends on another and catalog order stands.
       OPEN INPUT PREREQ-FILE
       IF WS-PREREQ-STATUS = "00"
           PERFORM UNTIL WS-PREREQ-EOF = "Y"
               READ PREREQ-FILE
                   AT END
                       MOVE "Y" TO WS-PREREQ-EOF
                   NOT AT END
                       PERFORM LOAD-PREREQ-ENTRY
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE
       END-IF
       .

LOAD-PREREQ-ENTRY.
       IF PREREQ-RECORD = SPACES OR PREREQ-RECORD(1:1) = "*"
           CONTINUE
       ELSE
           IF PRQ-REC-PACKAGE = SPACES OR PRQ-REC-REQUIRED = SPACES
               DISPLAY "Ignoring malformed prerequisite entry for "
                       FUNCTION TRIM(PRQ-REC-PACKAGE)
                       " - package and required package are both needed"
           ELSE
               IF WS-PREREQ-COUNT >= WS-MAX-TABLE-ENTRIES
                   DISPLAY "Too many prerequisite entries (max "
                           WS-MAX-TABLE-ENTRIES
                           ") - ignoring "
                           FUNCTION TRIM(PRQ-REC-PACKAGE)
               ELSE
                   ADD 1 TO WS-PREREQ-COUNT
                   MOVE PRQ-REC-PACKAGE TO PRQ-PACKAGE(WS-PREREQ-COUNT)
                   MOVE PRQ-REC-REQUIRED
                       TO PRQ-REQUIRED(WS-PREREQ-COUNT)
                   MOVE PRQ-REC-MIN-VERSION
                       TO PRQ-MIN-VERSION(WS-PREREQ-COUNT)
               END-IF
           END-IF
       END-IF
       .

ORDER-PACKAGES-BY-PREREQ.
       *>* Repeated passes over the catalog: each pass places, in
       *>* catalog order, every package whose in-catalog prerequisites
       *>* are already placed. A pass that places nothing with packages
       *>* still left means a cycle - INSTALL-VALIDATE rejects those, but
       *>* if one slips through the rest keep catalog order rather than
       *>* never being attempted.
       MOVE 0 TO WS-ORDER-COUNT
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           MOVE "N" TO PKG-ORDERED(WS-PKG-IDX)
       END-PERFORM
       MOVE "Y" TO WS-ORDER-PROGRESS
       PERFORM UNTIL WS-ORDER-COUNT >= WS-PKG-COUNT
                  OR WS-ORDER-PROGRESS = "N"
           MOVE "N" TO WS-ORDER-PROGRESS
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-PKG-COUNT
               IF PKG-ORDERED(WS-CAND-IDX) = "N"
                   PERFORM CHECK-PREREQS-PLACED
                   IF WS-ORDER-READY = "Y"
                       ADD 1 TO WS-ORDER-COUNT
                       MOVE WS-CAND-IDX TO WS-PKG-ORDER(WS-ORDER-COUNT)
                       MOVE "Y" TO PKG-ORDERED(WS-CAND-IDX)
                       MOVE "Y" TO WS-ORDER-PROGRESS
                   END-IF
               END-IF
           END-PERFORM
       END-PERFORM
       IF WS-ORDER-COUNT < WS-PKG-COUNT
           DISPLAY "Warning: package prerequisites in "
                   FUNCTION TRIM(WS-PREREQ-FILE-NAME)
                   " form a cycle - remaining packages keep catalog "
                   "order; run ./install-validate"
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-PKG-COUNT
               IF PKG-ORDERED(WS-CAND-IDX) = "N"
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-CAND-IDX TO WS-PKG-ORDER(WS-ORDER-COUNT)
                   MOVE "Y" TO PKG-ORDERED(WS-CAND-IDX)
               END-IF
           END-PERFORM
       END-IF
       .

CHECK-PREREQS-PLACED.
       *>* A prerequisite outside the catalog can't be ordered against -
       *>* it is checked against the inventory alone at install time.
       MOVE "Y" TO WS-ORDER-READY
       PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > WS-PREREQ-COUNT
           IF PRQ-PACKAGE(WS-PREREQ-IDX) = PKG-NAME(WS-CAND-IDX)
               MOVE PRQ-REQUIRED(WS-PREREQ-IDX) TO WS-REQ-PACKAGE
               PERFORM FIND-REQUIRED-PACKAGE
               IF WS-REQ-PKG-IDX NOT = 0
                       AND WS-REQ-PKG-IDX NOT = WS-CAND-IDX
                   IF PKG-ORDERED(WS-REQ-PKG-IDX) = "N"
                       MOVE "N" TO WS-ORDER-READY
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       .

FIND-REQUIRED-PACKAGE.
       MOVE 0 TO WS-REQ-PKG-IDX
       PERFORM VARYING WS-REQ-SCAN-IDX FROM 1 BY 1
               UNTIL WS-REQ-SCAN-IDX > WS-PKG-COUNT
           IF PKG-NAME(WS-REQ-SCAN-IDX) = WS-REQ-PACKAGE
               MOVE WS-REQ-SCAN-IDX TO WS-REQ-PKG-IDX
           END-IF
       END-PERFORM
       .

CHECK-PREREQUISITES.
       *>* Leaves the first unmet prerequisite's reason in
       *>* WS-RAW-COMMAND for the PREREQ audit record.
       MOVE "Y" TO WS-PREREQS-MET
       PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > WS-PREREQ-COUNT
                  OR WS-PREREQS-MET = "N"
           IF PRQ-PACKAGE(WS-PREREQ-IDX) = WS-CURRENT-PACKAGE
               PERFORM CHECK-ONE-PREREQUISITE
           END-IF
       END-PERFORM
       .

CHECK-ONE-PREREQUISITE.
       MOVE PRQ-REQUIRED(WS-PREREQ-IDX) TO WS-REQ-PACKAGE
       PERFORM FIND-REQUIRED-PACKAGE
       MOVE "N" TO WS-REQ-FOUND
       MOVE SPACES TO WS-REQ-VERSION
       MOVE SPACES TO WS-RAW-COMMAND
       IF WS-REQ-PKG-IDX NOT = 0
               AND PKG-HOST-RESULT(WS-REQ-PKG-IDX) = "F"
           MOVE "N" TO WS-PREREQS-MET
           STRING "prerequisite " FUNCTION TRIM(WS-REQ-PACKAGE)
                  " not completed on host this run"
                  DELIMITED BY SIZE INTO WS-RAW-COMMAND
       ELSE
           IF WS-REQ-PKG-IDX NOT = 0
                   AND PKG-HOST-RESULT(WS-REQ-PKG-IDX) = "Y"
               *>* Completed (or already current) this run - at the
               *>* catalog version, whether or not a worker's inventory
               *>* journal has reached the shared file yet.
               MOVE "Y" TO WS-REQ-FOUND
               MOVE PKG-VERSION(WS-REQ-PKG-IDX) TO WS-REQ-VERSION
           ELSE
               IF WS-INVENTORY-OK = "Y"
                   MOVE WS-CURRENT-HOST TO INV-MACHINE-NAME
                   MOVE WS-REQ-PACKAGE TO INV-PACKAGE-NAME
                   READ INVENTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-REQ-FOUND
                           MOVE INV-PACKAGE-VERSION TO WS-REQ-VERSION
                   END-READ
               END-IF
           END-IF
           IF WS-REQ-FOUND = "N"
               MOVE "N" TO WS-PREREQS-MET
               STRING "prerequisite " FUNCTION TRIM(WS-REQ-PACKAGE)
                      " not installed"
                      DELIMITED BY SIZE INTO WS-RAW-COMMAND
           ELSE
               IF PRQ-MIN-VERSION(WS-PREREQ-IDX) NOT = SPACES
                   MOVE WS-REQ-VERSION TO WS-VERSION-LEFT
                   MOVE PRQ-MIN-VERSION(WS-PREREQ-IDX)
                       TO WS-VERSION-RIGHT
                   PERFORM COMPARE-VERSIONS
                   IF WS-VERSION-ORDER = "<"
                       MOVE "N" TO WS-PREREQS-MET
                       STRING "prerequisite "
                              FUNCTION TRIM(WS-REQ-PACKAGE)
                              " at "
                              FUNCTION TRIM(WS-REQ-VERSION)
                              ", needs "
                              FUNCTION TRIM(PRQ-MIN-VERSION(WS-PREREQ-IDX))
                              DELIMITED BY SIZE INTO WS-RAW-COMMAND
                   END-IF
               END-IF
           END-IF
       END-IF
       .

COMPARE-VERSIONS.
       MOVE SPACES TO WS-VPARTS-LEFT
       MOVE SPACES TO WS-VPARTS-RIGHT
       UNSTRING WS-VERSION-LEFT DELIMITED BY "." OR SPACE
           INTO WS-VPART-LEFT(1) WS-VPART-LEFT(2)
                WS-VPART-LEFT(3) WS-VPART-LEFT(4)
       UNSTRING WS-VERSION-RIGHT DELIMITED BY "." OR SPACE
           INTO WS-VPART-RIGHT(1) WS-VPART-RIGHT(2)
                WS-VPART-RIGHT(3) WS-VPART-RIGHT(4)
       MOVE "=" TO WS-VERSION-ORDER
       PERFORM VARYING WS-VPART-IDX FROM 1 BY 1
               UNTIL WS-VPART-IDX > 4 OR WS-VERSION-ORDER NOT = "="
           MOVE 0 TO WS-VNUM-LEFT
           MOVE 0 TO WS-VNUM-RIGHT
           IF WS-VPART-LEFT(WS-VPART-IDX) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-VPART-LEFT(WS-VPART-IDX)) = 0
                   MOVE FUNCTION NUMVAL(WS-VPART-LEFT(WS-VPART-IDX))
                       TO WS-VNUM-LEFT
               END-IF
           END-IF
           IF WS-VPART-RIGHT(WS-VPART-IDX) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-VPART-RIGHT(WS-VPART-IDX)) = 0
                   MOVE FUNCTION NUMVAL(WS-VPART-RIGHT(WS-VPART-IDX))
                       TO WS-VNUM-RIGHT
               END-IF
           END-IF
           IF WS-VNUM-LEFT < WS-VNUM-RIGHT
               MOVE "<" TO WS-VERSION-ORDER
           END-IF
           IF WS-VNUM-LEFT > WS-VNUM-RIGHT
               MOVE ">" TO WS-VERSION-ORDER
           END-IF
       END-PERFORM
       .

CHECK-HOST-REQUIREMENTS.
       *>* Leaves the first shortfall in WS-RAW-COMMAND for the HOSTREQ
       *>* audit record, kept short enough for the plan report's reason
       *>* column.
       MOVE "Y" TO WS-HOST-REQS-MET
       MOVE SPACES TO WS-RAW-COMMAND
       IF WS-HOST-HAS-FACTS = "Y"
           IF PKG-MIN-OS-ID(WS-PKG-IDX) NOT = SPACES
                   AND FACT-OS-ID NOT = SPACES
               IF FACT-OS-ID NOT = PKG-MIN-OS-ID(WS-PKG-IDX)
                   MOVE "N" TO WS-HOST-REQS-MET
                   STRING "OS " FUNCTION TRIM(FACT-OS-ID) " "
                          FUNCTION TRIM(FACT-OS-VERSION) ", needs "
                          FUNCTION TRIM(PKG-MIN-OS-ID(WS-PKG-IDX))
                          DELIMITED BY SIZE INTO WS-RAW-COMMAND
               ELSE
                   IF PKG-MIN-OS-VERSION(WS-PKG-IDX) NOT = SPACES
                           AND FACT-OS-VERSION NOT = SPACES
                       MOVE FACT-OS-VERSION TO WS-VERSION-LEFT
                       MOVE PKG-MIN-OS-VERSION(WS-PKG-IDX)
                           TO WS-VERSION-RIGHT
                       PERFORM COMPARE-VERSIONS
                       IF WS-VERSION-ORDER = "<"
                           MOVE "N" TO WS-HOST-REQS-MET
                           STRING "OS " FUNCTION TRIM(FACT-OS-ID) " "
                                  FUNCTION TRIM(FACT-OS-VERSION)
                                  ", needs "
                                  FUNCTION TRIM(PKG-MIN-OS-VERSION
                                      (WS-PKG-IDX))
                                  DELIMITED BY SIZE INTO WS-RAW-COMMAND
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-HOST-REQS-MET = "Y"
                   AND PKG-MIN-WINE(WS-PKG-IDX) NOT = SPACES
                   AND FACT-WINE-VERSION NOT = SPACES
               IF FACT-WINE-VERSION = "none"
                   MOVE "N" TO WS-HOST-REQS-MET
                   STRING "wine not installed, needs "
                          FUNCTION TRIM(PKG-MIN-WINE(WS-PKG-IDX))
                          DELIMITED BY SIZE INTO WS-RAW-COMMAND
               ELSE
                   MOVE FACT-WINE-VERSION TO WS-VERSION-LEFT
                   MOVE PKG-MIN-WINE(WS-PKG-IDX) TO WS-VERSION-RIGHT
                   PERFORM COMPARE-VERSIONS
                   IF WS-VERSION-ORDER = "<"
                       MOVE "N" TO WS-HOST-REQS-MET
                       STRING "wine " FUNCTION TRIM(FACT-WINE-VERSION)
                              ", needs "
                              FUNCTION TRIM(PKG-MIN-WINE(WS-PKG-IDX))
                              DELIMITED BY SIZE INTO WS-RAW-COMMAND
                   END-IF
               END-IF
           END-IF
           IF WS-HOST-REQS-MET = "Y"
                   AND PKG-MIN-DISK-MB(WS-PKG-IDX) > 0
                   AND FACT-FREE-DISK-MB > 0
                   AND FACT-FREE-DISK-MB < PKG-MIN-DISK-MB(WS-PKG-IDX)
               MOVE "N" TO WS-HOST-REQS-MET
               MOVE FACT-FREE-DISK-MB TO WS-REQ-HAVE-DISPLAY
               MOVE PKG-MIN-DISK-MB(WS-PKG-IDX) TO WS-REQ-NEED-DISPLAY
               STRING "free disk " FUNCTION TRIM(WS-REQ-HAVE-DISPLAY)
                      " MB, needs " FUNCTION TRIM(WS-REQ-NEED-DISPLAY)
                      " MB"
                      DELIMITED BY SIZE INTO WS-RAW-COMMAND
           END-IF
           IF WS-HOST-REQS-MET = "Y"
                   AND PKG-MIN-RAM-MB(WS-PKG-IDX) > 0
                   AND FACT-RAM-MB > 0
                   AND FACT-RAM-MB < PKG-MIN-RAM-MB(WS-PKG-IDX)
               MOVE "N" TO WS-HOST-REQS-MET
               MOVE FACT-RAM-MB TO WS-REQ-HAVE-DISPLAY
               MOVE PKG-MIN-RAM-MB(WS-PKG-IDX) TO WS-REQ-NEED-DISPLAY
               STRING "RAM " FUNCTION TRIM(WS-REQ-HAVE-DISPLAY)
                      " MB, needs " FUNCTION TRIM(WS-REQ-NEED-DISPLAY)
                      " MB"
                      DELIMITED BY SIZE INTO WS-RAW-COMMAND
           END-IF
       END-IF
       .
       END-IF
       .

PLAN-PACKAGE-MANIFEST.
       *>* What RUN-PACKAGE-MANIFEST would do, decided from the same
       *>* checkpoint and inventory state, without running a step. The
       *>* manifest is opened (never executed) so a missing one shows
       *>* up tonight rather than at 02:00.
       PERFORM FIND-CHECKPOINT-FOR-HOST
       MOVE SPACES TO WS-RAW-COMMAND
       OPEN INPUT INSTALL-MANIFEST
       IF WS-MANIFEST-STATUS NOT = "00"
           STRING "manifest " FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
                  " cannot be opened, status " WS-MANIFEST-STATUS
                  DELIMITED BY SIZE INTO WS-RAW-COMMAND
           MOVE "FAILED" TO WS-SKIP-LOG-STATUS
           MOVE "F" TO PKG-HOST-RESULT(WS-PKG-IDX)
       ELSE
           CLOSE INSTALL-MANIFEST
           MOVE "Y" TO PKG-HOST-RESULT(WS-PKG-IDX)
           IF WS-LAST-COMPLETED-STEP > 0
               STRING "resume from checkpoint step "
                      WS-LAST-COMPLETED-STEP
                      DELIMITED BY SIZE INTO WS-RAW-COMMAND
               MOVE "RESUME" TO WS-SKIP-LOG-STATUS
           ELSE
               IF WS-PKG-INSTALLED = "Y"
                   STRING "upgrade from version "
                          FUNCTION TRIM(WS-INSTALLED-VERSION)
                          " to " FUNCTION TRIM(WS-CURRENT-VERSION)
                          DELIMITED BY SIZE INTO WS-RAW-COMMAND
                   MOVE "UPGRADE" TO WS-SKIP-LOG-STATUS
               ELSE
                   STRING "fresh install of version "
                          FUNCTION TRIM(WS-CURRENT-VERSION)
                          DELIMITED BY SIZE INTO WS-RAW-COMMAND
                   MOVE "INSTALL" TO WS-SKIP-LOG-STATUS
               END-IF
           END-IF
           *>* Take the seat the real run would take, so later hosts in
           *>* the plan see the cap move exactly as they would tonight.
           IF WS-PKG-INSTALLED = "N" AND PKG-LICENSED(WS-PKG-IDX) = "Y"
               ADD 1 TO PKG-SEATS-USED(WS-PKG-IDX)
           END-IF
       END-IF
       PERFORM WRITE-PLAN-LINE
       .

RUN-PACKAGE-MANIFEST.
       MOVE "N" TO WS-STEP-FAILED
       PERFORM FIND-CHECKPOINT-FOR-HOST
           CLOSE INSTALL-MANIFEST
       END-IF

       IF WS-ABORT-RUN = "Y" OR WS-HOST-INCOMPLETE = "Y"
           MOVE "F" TO PKG-HOST-RESULT(WS-PKG-IDX)
       ELSE
           MOVE "Y" TO PKG-HOST-RESULT(WS-PKG-IDX)
       END-IF
       IF WS-ABORT-RUN = "Y"
           DISPLAY "Host " FUNCTION TRIM(WS-CURRENT-HOST) " package "
                   FUNCTION TRIM(WS-CURRENT-PACKAGE) ": FAILED"
       ELSE
           MOVE WS-ROLL-STEP TO WS-CURRENT-STEP-NUM
           MOVE UNDO-CMD(WS-UNDO-FOUND-IDX) TO WS-RAW-COMMAND
           PERFORM EXTRACT-STEP-LIMIT
           DISPLAY "Undoing step " WS-ROLL-STEP ": "
                   FUNCTION TRIM(WS-RAW-COMMAND)
           MOVE SPACES TO WS-COMMAND
                      DELIMITED BY SIZE INTO WS-COMMAND
           END-IF
           MOVE FUNCTION TRIM(WS-COMMAND TRAILING) TO WS-TRIMMED
           PERFORM RUN-TIMED-COMMAND
           IF WS-REAL-RC NOT = 0
               MOVE "N" TO WS-ROLLBACK-CLEAN
               IF WS-STEP-TIMED-OUT = "Y"
                   MOVE WS-STEP-LIMIT TO WS-LIMIT-DISPLAY
                   DISPLAY "Undo step " WS-ROLL-STEP " timed out after "
                           FUNCTION TRIM(WS-LIMIT-DISPLAY) " seconds"
               ELSE
                   DISPLAY "Undo step " WS-ROLL-STEP
                           " failed (return code " WS-REAL-RC ")"
               END-IF
           END-IF
           PERFORM LOG-ROLLBACK-RESULT
       END-IF
                               MOVE 0 TO PKG-SEATS-USED(WS-PKG-COUNT)
                               MOVE CAT-UNDO-MANIFEST
                                   TO PKG-UNDO-MANIFEST(WS-PKG-COUNT)
                               PERFORM LOAD-CATALOG-STEP-LIMIT
                               PERFORM LOAD-CATALOG-MINIMUMS
                           END-IF
                       END-IF
               END-READ
       END-IF
       .

LOAD-CATALOG-STEP-LIMIT.
       *>* Blank takes the default; anything that isn't a plain number
       *>* of seconds is reported and also takes the default, rather
       *>* than running the package with no limit at all.
       MOVE WS-DEFAULT-STEP-LIMIT TO PKG-STEP-LIMIT(WS-PKG-COUNT)
       IF CAT-STEP-LIMIT NOT = SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-STEP-LIMIT))
               TO WS-LIMIT-VALUE-LEN
           MOVE FUNCTION TRIM(CAT-STEP-LIMIT) TO WS-LIMIT-TOKEN
           IF WS-LIMIT-VALUE-LEN <= 5
                   AND WS-LIMIT-TOKEN(1:WS-LIMIT-VALUE-LEN) IS NUMERIC
               MOVE WS-LIMIT-TOKEN(1:WS-LIMIT-VALUE-LEN)
                   TO PKG-STEP-LIMIT(WS-PKG-COUNT)
           ELSE
               MOVE WS-DEFAULT-STEP-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "Ignoring step limit '"
                       FUNCTION TRIM(CAT-STEP-LIMIT) "' for "
                       FUNCTION TRIM(CAT-PACKAGE-NAME) " - using "
                       FUNCTION TRIM(WS-LIMIT-DISPLAY) " seconds"
           END-IF
       END-IF
       .

LOAD-CATALOG-MINIMUMS.
       *>* Blank is no minimum; a disk or RAM figure that isn't a plain
       *>* number of MB is reported and ignored, like the step limit.
       MOVE SPACES TO WS-REQ-OS-ID WS-REQ-OS-VERSION
       IF CAT-MIN-OS NOT = SPACES
           UNSTRING FUNCTION TRIM(CAT-MIN-OS) DELIMITED BY ALL SPACE
               INTO WS-REQ-OS-ID WS-REQ-OS-VERSION
       END-IF
       MOVE FUNCTION LOWER-CASE(WS-REQ-OS-ID)
           TO PKG-MIN-OS-ID(WS-PKG-COUNT)
       MOVE WS-REQ-OS-VERSION TO PKG-MIN-OS-VERSION(WS-PKG-COUNT)
       MOVE FUNCTION TRIM(CAT-MIN-WINE) TO PKG-MIN-WINE(WS-PKG-COUNT)
       MOVE 0 TO PKG-MIN-DISK-MB(WS-PKG-COUNT)
       IF CAT-MIN-DISK-MB NOT = SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-MIN-DISK-MB))
               TO WS-REQ-VALUE-LEN
           MOVE FUNCTION TRIM(CAT-MIN-DISK-MB) TO WS-REQ-TOKEN
           IF WS-REQ-TOKEN(1:WS-REQ-VALUE-LEN) IS NUMERIC
               MOVE WS-REQ-TOKEN(1:WS-REQ-VALUE-LEN)
                   TO PKG-MIN-DISK-MB(WS-PKG-COUNT)
           ELSE
               DISPLAY "Ignoring minimum free disk '"
                       FUNCTION TRIM(CAT-MIN-DISK-MB) "' for "
                       FUNCTION TRIM(CAT-PACKAGE-NAME)
           END-IF
       END-IF
       MOVE 0 TO PKG-MIN-RAM-MB(WS-PKG-COUNT)
       IF CAT-MIN-RAM-MB NOT = SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-MIN-RAM-MB))
               TO WS-REQ-VALUE-LEN
           MOVE FUNCTION TRIM(CAT-MIN-RAM-MB) TO WS-REQ-TOKEN
           IF WS-REQ-TOKEN(1:WS-REQ-VALUE-LEN) IS NUMERIC
               MOVE WS-REQ-TOKEN(1:WS-REQ-VALUE-LEN)
                   TO PKG-MIN-RAM-MB(WS-PKG-COUNT)
           ELSE
               DISPLAY "Ignoring minimum RAM '"
                       FUNCTION TRIM(CAT-MIN-RAM-MB) "' for "
                       FUNCTION TRIM(CAT-PACKAGE-NAME)
           END-IF
       END-IF
       .

RECORD-INVENTORY.
       *>* Extract the installer filename from this host's installer path
       *>* (set by DETECT-INSTALLER-STEP on every manifest pass, so it's
           PERFORM APPEND-INVENTORY-JOURNAL
       ELSE
           IF WS-INVENTORY-OK = "Y"
               IF WS-PKG-INSTALLED = "N"
                   MOVE "INSTALL" TO WS-HIST-ACTION
               ELSE
                   MOVE "UPGRADE" TO WS-HIST-ACTION
               END-IF
               WRITE INVENTORY-RECORD
                   INVALID KEY
                       REWRITE INVENTORY-RECORD
               END-WRITE
               IF WS-INVENTORY-STATUS = "00"
                   PERFORM RECORD-INVENTORY-HISTORY
               END-IF
           ELSE
               DISPLAY "Inventory not recorded for "
                       FUNCTION TRIM(WS-CURRENT-PACKAGE) " on "
       END-IF
       .

RECORD-INVENTORY-HISTORY.
       *>* The inventory record just written, as a history state from
       *>* its install date. A worker's installs reach here through the
       *>* coordinator's journal merge, still under tonight's run ID.
       MOVE INV-MACHINE-NAME TO WS-HIST-HOST
       MOVE INV-PACKAGE-NAME TO WS-HIST-PACKAGE
       MOVE INV-INSTALL-DATE TO WS-HIST-DATE
       MOVE INV-PACKAGE-VERSION TO WS-HIST-VERSION
       MOVE INV-WINE-VERSION TO WS-HIST-WINE
       MOVE INV-INSTALL-DATE TO WS-HIST-INSTALL-DATE
       MOVE INV-INSTALLER-FILE TO WS-HIST-INSTALLER
       PERFORM WRITE-INVENTORY-HISTORY
       .

WRITE-INVENTORY-HISTORY.
       *>* WS-HIST-PENDING carries the change; the whole history is
       *>* copied to the scratch file with this machine+package's open
       *>* record closed, the new record goes on the end, and the copy
       *>* replaces the original. A history that can't be read is left
       *>* alone rather than replaced by a copy missing its records.
       MOVE "Y" TO WS-HISTORY-OK
       OPEN OUTPUT HISTORY-SCRATCH
       IF WS-HISTORY-TMP-STATUS NOT = "00"
           DISPLAY "Warning: cannot open "
                   FUNCTION TRIM(WS-HISTORY-TMP-NAME)
                   ", status " WS-HISTORY-TMP-STATUS
                   " - inventory history not updated for "
                   FUNCTION TRIM(WS-HIST-PACKAGE) " on "
                   FUNCTION TRIM(WS-HIST-HOST)
       ELSE
           OPEN INPUT INVENTORY-HISTORY
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                       OR WS-HISTORY-OK = "N"
                   READ INVENTORY-HISTORY
                       AT END
                           MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM COPY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-HISTORY
           ELSE
               *>* 35 is a first-ever change - the history starts here.
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "Warning: cannot read "
                           FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                           ", status " WS-HISTORY-STATUS
                   MOVE "N" TO WS-HISTORY-OK
               END-IF
           END-IF
           IF WS-HISTORY-OK = "Y"
               PERFORM APPEND-PENDING-HISTORY
           END-IF
           CLOSE HISTORY-SCRATCH
           MOVE SPACES TO WS-HISTORY-CMD
           IF WS-HISTORY-OK = "Y"
               STRING "mv " FUNCTION TRIM(WS-HISTORY-TMP-NAME) " "
                      FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                      DELIMITED BY SIZE INTO WS-HISTORY-CMD
           ELSE
               STRING "rm -f " FUNCTION TRIM(WS-HISTORY-TMP-NAME)
                      DELIMITED BY SIZE INTO WS-HISTORY-CMD
           END-IF
           CALL "SYSTEM" USING WS-HISTORY-CMD RETURNING RETURN-CODE
           IF WS-HISTORY-OK = "N" OR RETURN-CODE NOT = 0
               DISPLAY "Warning: inventory history not updated for "
                       FUNCTION TRIM(WS-HIST-PACKAGE) " on "
                       FUNCTION TRIM(WS-HIST-HOST)
           END-IF
       END-IF
       .

COPY-HISTORY-RECORD.
       IF HIST-MACHINE-NAME = WS-HIST-HOST
               AND HIST-PACKAGE-NAME = WS-HIST-PACKAGE
               AND HIST-EFFECTIVE-TO = WS-HIST-OPEN-END
           MOVE WS-HIST-DATE TO HIST-EFFECTIVE-TO
       END-IF
       MOVE INV-HISTORY-RECORD TO HISTORY-SCRATCH-RECORD
       WRITE HISTORY-SCRATCH-RECORD
       IF WS-HISTORY-TMP-STATUS NOT = "00"
           DISPLAY "Warning: failed to write "
                   FUNCTION TRIM(WS-HISTORY-TMP-NAME)
                   ", status " WS-HISTORY-TMP-STATUS
           MOVE "N" TO WS-HISTORY-OK
       END-IF
       .

APPEND-PENDING-HISTORY.
       *>* A removal is an event, not a state: dated from and to the
       *>* same day, so no as-of date falls inside it.
       MOVE SPACES TO INV-HISTORY-RECORD
       MOVE WS-HIST-HOST TO HIST-MACHINE-NAME
       MOVE WS-HIST-PACKAGE TO HIST-PACKAGE-NAME
       MOVE WS-HIST-DATE TO HIST-EFFECTIVE-FROM
       IF WS-HIST-ACTION = "REMOVE"
           MOVE WS-HIST-DATE TO HIST-EFFECTIVE-TO
       ELSE
           MOVE WS-HIST-OPEN-END TO HIST-EFFECTIVE-TO
       END-IF
       MOVE WS-HIST-ACTION TO HIST-ACTION
       MOVE WS-HIST-VERSION TO HIST-PACKAGE-VERSION
       MOVE WS-HIST-WINE TO HIST-WINE-VERSION
       MOVE WS-HIST-INSTALL-DATE TO HIST-INSTALL-DATE
       MOVE WS-HIST-INSTALLER TO HIST-INSTALLER-FILE
       MOVE WS-RUN-ID TO HIST-RUN-ID
       MOVE WS-HIST-SOURCE TO HIST-SOURCE
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2) " " WS-CURR-DATE-TIME(9:2) ":"
              WS-CURR-DATE-TIME(11:2) ":" WS-CURR-DATE-TIME(13:2)
              DELIMITED BY SIZE INTO HIST-TIMESTAMP
       MOVE INV-HISTORY-RECORD TO HISTORY-SCRATCH-RECORD
       WRITE HISTORY-SCRATCH-RECORD
       IF WS-HISTORY-TMP-STATUS NOT = "00"
           DISPLAY "Warning: failed to write "
                   FUNCTION TRIM(WS-HISTORY-TMP-NAME)
                   ", status " WS-HISTORY-TMP-STATUS
           MOVE "N" TO WS-HISTORY-OK
       END-IF
       .

CAPTURE-WINE-VERSION.
       *>* Ask the target host what wine version is actually installed,
       *>* rather than recording the package name the manifest asked for.
       MOVE "unknown" TO WS-WINE-VERSION
       *>* STRING does not clear WS-VERSION-CMD; a shorter command after
       *>* a longer timed one would otherwise keep its stale tail.
       MOVE SPACES TO WS-VERSION-CMD
       IF WS-IS-LOCALHOST = "Y"
           STRING "wine --version > "
                  FUNCTION TRIM(WS-VERSION-FILE-NAME) " 2>&1"
                  DELIMITED BY SIZE INTO WS-VERSION-CMD
       ELSE
           IF WS-CURRENT-STEP-LIMIT = 0
               STRING "ssh " FUNCTION TRIM(WS-CURRENT-HOST)
                      " wine --version > "
                      FUNCTION TRIM(WS-VERSION-FILE-NAME) " 2>&1"
                      DELIMITED BY SIZE INTO WS-VERSION-CMD
           ELSE
               MOVE "wine --version" TO WS-ESC-SOURCE
               MOVE WS-CURRENT-STEP-LIMIT TO WS-REMOTE-LIMIT
               PERFORM BUILD-REMOTE-TIMED-COMMAND
               STRING FUNCTION TRIM(WS-TIMED-COMMAND TRAILING) " > "
                      FUNCTION TRIM(WS-VERSION-FILE-NAME) " 2>&1"
                      DELIMITED BY SIZE INTO WS-VERSION-CMD
           END-IF
       END-IF
       CALL "SYSTEM" USING WS-VERSION-CMD RETURNING RETURN-CODE
       DIVIDE RETURN-CODE BY 256 GIVING WS-REAL-RC
           MOVE MANIFEST-STEP-TEXT TO WS-MSTEP-NUM
           MOVE MANIFEST-CMD-TEXT TO WS-RAW-COMMAND
           MOVE WS-MSTEP-NUM TO WS-CURRENT-STEP-NUM
           PERFORM EXTRACT-STEP-LIMIT
           *>* Parse every step's command on every pass (even one already
           *>* satisfied by the checkpoint) so WS-INSTALLER-PATH reflects
           *>* this host's manifest and not a stale value from whichever
                   ELSE
                       MOVE "Y" TO WS-ABORT-RUN
                       MOVE "Y" TO WS-STEP-FAILED
                       IF WS-STEP-TIMED-OUT = "Y"
                           *>* Killed at the limit - same rollback and
                           *>* quarantine path as any failed step, but
                           *>* the alert says why so nobody goes looking
                           *>* for an installer error that never came.
                           MOVE WS-STEP-LIMIT TO WS-LIMIT-DISPLAY
                           DISPLAY "Step " WS-CURRENT-STEP-NUM
                                   " timed out after "
                                   FUNCTION TRIM(WS-LIMIT-DISPLAY)
                                   " seconds; stopping."
                           MOVE WS-RAW-COMMAND TO WS-LIMIT-REST
                           MOVE SPACES TO WS-RAW-COMMAND
                           STRING "TIMEOUT after "
                                  FUNCTION TRIM(WS-LIMIT-DISPLAY) "s: "
                                  FUNCTION TRIM(WS-LIMIT-REST)
                                  DELIMITED BY SIZE INTO WS-RAW-COMMAND
                       ELSE
                           DISPLAY "Step " WS-CURRENT-STEP-NUM
                                   " failed (return code " WS-REAL-RC
                                   "); stopping."
                       END-IF
                       MOVE "CRITICAL" TO WS-ALERT-SEVERITY
                       PERFORM APPEND-ALERT-RECORD
                   END-IF
       END-IF
       .

EXTRACT-STEP-LIMIT.
       *>* A manifest (or undo manifest) line may start with LIMIT=nnnnn
       *>* to give that one step its own limit in seconds - a long
       *>* installer step in an otherwise quick manifest. The token is
       *>* stripped before the command is parsed or run; without it the
       *>* step takes the package's catalog limit.
       MOVE WS-CURRENT-STEP-LIMIT TO WS-STEP-LIMIT
       IF WS-RAW-COMMAND(1:6) = "LIMIT="
           MOVE SPACES TO WS-LIMIT-TOKEN
           MOVE 1 TO WS-LIMIT-PTR
           UNSTRING WS-RAW-COMMAND DELIMITED BY ALL SPACE
               INTO WS-LIMIT-TOKEN
               WITH POINTER WS-LIMIT-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIMIT-TOKEN))
               TO WS-LIMIT-VALUE-LEN
           SUBTRACT 6 FROM WS-LIMIT-VALUE-LEN
           IF WS-LIMIT-VALUE-LEN > 0 AND WS-LIMIT-VALUE-LEN <= 5
                   AND WS-LIMIT-TOKEN(7:WS-LIMIT-VALUE-LEN) IS NUMERIC
               MOVE WS-LIMIT-TOKEN(7:WS-LIMIT-VALUE-LEN)
                   TO WS-STEP-LIMIT
           ELSE
               MOVE WS-CURRENT-STEP-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "Ignoring malformed step limit '"
                       FUNCTION TRIM(WS-LIMIT-TOKEN) "' on step "
                       WS-CURRENT-STEP-NUM " - using "
                       FUNCTION TRIM(WS-LIMIT-DISPLAY) " seconds"
           END-IF
           MOVE SPACES TO WS-LIMIT-REST
           IF WS-LIMIT-PTR <= FUNCTION LENGTH(WS-RAW-COMMAND)
               MOVE WS-RAW-COMMAND(WS-LIMIT-PTR:) TO WS-LIMIT-REST
           END-IF
           MOVE WS-LIMIT-REST TO WS-RAW-COMMAND
       END-IF
       .

DETECT-INSTALLER-STEP.
       *>* Identify whether this manifest line invokes the package's
       *>* installer exe (matched by the catalog's installer pattern), and
       *>* is ever called on them. Skipped for localhost, which is checked
       *>* directly with no ssh hop.
       MOVE "Y" TO WS-INSTALLER-FILE-OK
       MOVE SPACES TO WS-PREFLIGHT-CMD
       IF WS-IS-LOCALHOST = "Y"
           STRING "test -s " FUNCTION TRIM(WS-INSTALLER-PATH)
                  DELIMITED BY SIZE INTO WS-PREFLIGHT-CMD
       ELSE
           *>* An unreachable host must not hang here either - the
           *>* check runs under the package's step limit and a timeout
           *>* reads as "installer not there" (the step is skipped).
           IF WS-STEP-LIMIT = 0
               STRING "ssh " FUNCTION TRIM(WS-CURRENT-HOST) " test -s "
                      FUNCTION TRIM(WS-INSTALLER-PATH)
                      DELIMITED BY SIZE INTO WS-PREFLIGHT-CMD
           ELSE
               MOVE SPACES TO WS-ESC-SOURCE
               STRING "test -s " FUNCTION TRIM(WS-INSTALLER-PATH)
                      DELIMITED BY SIZE INTO WS-ESC-SOURCE
               MOVE WS-STEP-LIMIT TO WS-REMOTE-LIMIT
               PERFORM BUILD-REMOTE-TIMED-COMMAND
               MOVE WS-TIMED-COMMAND TO WS-PREFLIGHT-CMD
           END-IF
       END-IF
       CALL "SYSTEM" USING WS-PREFLIGHT-CMD RETURNING RETURN-CODE
       DIVIDE RETURN-CODE BY 256 GIVING WS-REAL-RC
       *>* Trim trailing spaces from WS-COMMAND -> WS-TRIMMED
       MOVE FUNCTION TRIM(WS-COMMAND TRAILING) TO WS-TRIMMED
       *>INSPECT WS-TRIMMED REPLACING TRAILING SPACES BY LOW-VALUES
       PERFORM RUN-TIMED-COMMAND
       PERFORM LOG-COMMAND-RESULT
       .

RUN-TIMED-COMMAND.
       *>* Runs WS-TRIMMED under the step's time limit. The audit log
       *>* keeps the plain command (WS-TRIMMED); only the line actually
       *>* handed to the shell carries the timeout wrapper. A local
       *>* step goes through sh -c so the whole command line, pipes and
       *>* all, is what gets stopped; a remote step is timed on the
       *>* target host the same way, with the ssh hop itself timed
       *>* locally as well (see BUILD-REMOTE-TIMED-COMMAND).
       MOVE "N" TO WS-STEP-TIMED-OUT
       MOVE SPACES TO WS-TIMED-COMMAND
       IF WS-STEP-LIMIT = 0
           MOVE WS-TRIMMED TO WS-TIMED-COMMAND
       ELSE
           MOVE WS-STEP-LIMIT TO WS-LIMIT-DISPLAY
           IF WS-IS-LOCALHOST = "Y"
               MOVE WS-RAW-COMMAND TO WS-ESC-SOURCE
               PERFORM ESCAPE-SHELL-COMMAND
               STRING "timeout -k 10 " FUNCTION TRIM(WS-LIMIT-DISPLAY)
                      " sh -c '" FUNCTION TRIM(WS-ESC-RESULT) "'"
                      DELIMITED BY SIZE INTO WS-TIMED-COMMAND
           ELSE
               MOVE WS-RAW-COMMAND TO WS-ESC-SOURCE
               MOVE WS-STEP-LIMIT TO WS-REMOTE-LIMIT
               PERFORM BUILD-REMOTE-TIMED-COMMAND
           END-IF
       END-IF
       CALL "SYSTEM" USING WS-TIMED-COMMAND RETURNING RETURN-CODE
       DIVIDE RETURN-CODE BY 256 GIVING WS-REAL-RC
       IF WS-STEP-LIMIT NOT = 0
               AND (WS-REAL-RC = 124 OR WS-REAL-RC = 137)
           MOVE "Y" TO WS-STEP-TIMED-OUT
       END-IF
       .

BUILD-REMOTE-TIMED-COMMAND.
       *>* WS-ESC-SOURCE (the bare command for the target host) and
       *>* WS-REMOTE-LIMIT -> WS-TIMED-COMMAND, in the form
       *>*   timeout -k 10 <limit+grace> ssh <host>
       *>*       'timeout -k 10 <limit> sh -c '\''<command>'\'''
       *>* The command is escaped once for the remote sh -c quotes, and
       *>* the whole remote line once more for the ssh hop's quotes.
       PERFORM ESCAPE-SHELL-COMMAND
       MOVE WS-REMOTE-LIMIT TO WS-LIMIT-DISPLAY
       MOVE SPACES TO WS-REMOTE-INNER
       STRING "timeout -k 10 " FUNCTION TRIM(WS-LIMIT-DISPLAY)
              " sh -c '" FUNCTION TRIM(WS-ESC-RESULT) "'"
              DELIMITED BY SIZE INTO WS-REMOTE-INNER
       MOVE WS-REMOTE-INNER TO WS-ESC-SOURCE
       PERFORM ESCAPE-SHELL-COMMAND
       ADD WS-REMOTE-LIMIT WS-REMOTE-GRACE GIVING WS-OUTER-LIMIT
       MOVE WS-OUTER-LIMIT TO WS-OUTER-DISPLAY
       MOVE SPACES TO WS-TIMED-COMMAND
       STRING "timeout -k 10 " FUNCTION TRIM(WS-OUTER-DISPLAY)
              " ssh " FUNCTION TRIM(WS-CURRENT-HOST) " '"
              FUNCTION TRIM(WS-ESC-RESULT) "'"
              DELIMITED BY SIZE INTO WS-TIMED-COMMAND
       .

ESCAPE-SHELL-COMMAND.
       *>* WS-ESC-SOURCE -> WS-ESC-RESULT with every single quote
       *>* rewritten as '\'' (close the quote, a literal escaped quote,
       *>* reopen it), as RUNSHELL does for its ssh hop, so the command
       *>* survives being carried inside one single-quoted sh -c
       *>* argument.
       MOVE SPACES TO WS-ESC-RESULT
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-SOURCE TRAILING))
           TO WS-ESC-LEN
       MOVE 1 TO WS-ESC-OUT
       PERFORM VARYING WS-ESC-IN FROM 1 BY 1
               UNTIL WS-ESC-IN > WS-ESC-LEN
           IF WS-ESC-SOURCE(WS-ESC-IN:1) = "'"
               MOVE "'\''" TO WS-ESC-RESULT(WS-ESC-OUT:4)
               ADD 4 TO WS-ESC-OUT
           ELSE
               MOVE WS-ESC-SOURCE(WS-ESC-IN:1)
                   TO WS-ESC-RESULT(WS-ESC-OUT:1)
               ADD 1 TO WS-ESC-OUT
           END-IF
       END-PERFORM
       .

LOG-COMMAND-RESULT.
       *>* MOVE SPACES first - the record has unused FILLER bytes between
       *>* fields (see instlogrec.cpy) that are otherwise left as binary
       IF WS-REAL-RC = 0
           MOVE "SUCCESS" TO LOG-STATUS
       ELSE
           IF WS-STEP-TIMED-OUT = "Y"
               MOVE "TIMEOUT" TO LOG-STATUS
           ELSE
               MOVE "FAILED" TO LOG-STATUS
           END-IF
       END-IF
       MOVE WS-CURRENT-PACKAGE TO LOG-PACKAGE
       MOVE WS-RUN-ID TO LOG-RUN-ID
       .

LOG-SKIPPED-STEP.
       *>* In a plan the skip goes to the plan report instead - the
       *>* status and reason are the ones the audit log would carry.
       IF WS-PLAN-MODE = "Y"
           PERFORM WRITE-PLAN-LINE
       ELSE
           PERFORM WRITE-SKIPPED-LOG-RECORD
       END-IF
       .

WRITE-SKIPPED-LOG-RECORD.
       *>* Same audit record shape as LOG-COMMAND-RESULT, for a step that
       *>* was never actually executed this run (checkpoint bypass or a
       *>* missing installer file) - WS-SKIP-LOG-STATUS carries which.
                   WS-LOG-STATUS
       END-IF
       .

OPEN-PLAN-REPORT.
       OPEN OUTPUT PLAN-REPORT
       IF WS-PLANRPT-STATUS NOT = "00"
           DISPLAY "Unable to open plan report " WS-PLANRPT-FILE-NAME
                   ", status " WS-PLANRPT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       MOVE SPACES TO PLANRPT-LINE
       STRING "=== Install plan " WS-RUN-ID " "
              WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2) " " WS-CURR-DATE-TIME(9:2) ":"
              WS-CURR-DATE-TIME(11:2) ":" WS-CURR-DATE-TIME(13:2)
              " - nothing executed ==="
              DELIMITED BY SIZE INTO PLANRPT-LINE
       PERFORM WRITE-PLANRPT-RECORD
       MOVE SPACES TO PLANRPT-LINE
       STRING "Evaluated for " WS-PLAN-DATE " "
              WS-PLAN-TIME(1:2) ":" WS-PLAN-TIME(3:2)
              " (install windows and blackout dates)"
              DELIMITED BY SIZE INTO PLANRPT-LINE
       PERFORM WRITE-PLANRPT-RECORD
       MOVE SPACES TO PLANRPT-LINE
       MOVE "HOST" TO PLANRPT-HOST
       MOVE "PACKAGE" TO PLANRPT-PACKAGE
       MOVE "ACTION" TO PLANRPT-ACTION
       MOVE "REASON" TO PLANRPT-REASON
       PERFORM WRITE-PLANRPT-RECORD
       .

WRITE-PLAN-LINE.
       *>* WS-SKIP-LOG-STATUS carries the action, WS-RAW-COMMAND the
       *>* reason - the same pair a real run's audit record would get.
       MOVE SPACES TO PLANRPT-LINE
       MOVE WS-CURRENT-HOST TO PLANRPT-HOST
       IF WS-CURRENT-PACKAGE = SPACES
           MOVE "(all packages)" TO PLANRPT-PACKAGE
       ELSE
           MOVE WS-CURRENT-PACKAGE TO PLANRPT-PACKAGE
       END-IF
       MOVE WS-SKIP-LOG-STATUS TO PLANRPT-ACTION
       MOVE WS-RAW-COMMAND TO PLANRPT-REASON
       PERFORM WRITE-PLANRPT-RECORD
       IF WS-SKIP-LOG-STATUS = "INSTALL" OR WS-SKIP-LOG-STATUS = "UPGRADE"
               OR WS-SKIP-LOG-STATUS = "RESUME"
           ADD 1 TO WS-PLAN-WORK-COUNT
       ELSE
           ADD 1 TO WS-PLAN-SKIP-COUNT
       END-IF
       .

WRITE-PLANRPT-RECORD.
       WRITE PLANRPT-LINE
       IF WS-PLANRPT-STATUS NOT = "00"
           DISPLAY "Warning: failed to write plan report line, status "
                   WS-PLANRPT-STATUS
       END-IF
       DISPLAY FUNCTION TRIM(PLANRPT-LINE TRAILING)
       .

CLOSE-PLAN-REPORT.
       MOVE SPACES TO PLANRPT-LINE
       PERFORM WRITE-PLANRPT-RECORD
       MOVE WS-PLAN-WORK-COUNT TO WS-PLAN-COUNT-DISPLAY
       MOVE SPACES TO PLANRPT-LINE
       STRING "Would run:     " WS-PLAN-COUNT-DISPLAY
              DELIMITED BY SIZE INTO PLANRPT-LINE
       PERFORM WRITE-PLANRPT-RECORD
       MOVE WS-PLAN-SKIP-COUNT TO WS-PLAN-COUNT-DISPLAY
       MOVE SPACES TO PLANRPT-LINE
       STRING "Would skip:    " WS-PLAN-COUNT-DISPLAY
              DELIMITED BY SIZE INTO PLANRPT-LINE
       PERFORM WRITE-PLANRPT-RECORD
       CLOSE PLAN-REPORT
       .
