           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.

    SELECT RUN-CONTROL ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

    SELECT PID-SCRATCH ASSIGN TO DYNAMIC WS-PID-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PID-STATUS.

    SELECT CONTROL-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CHANGE-HOLDS ASSIGN TO DYNAMIC WS-HOLDS-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDS-STATUS.

    SELECT INCIDENT-FILE ASSIGN TO DYNAMIC WS-INCIDENT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INCIDENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ALERT-QUEUE.
FD  SUMMARY-REPORT.
01  SUMMARY-LINE            PIC X(132).

*>* Run-control record: one line, rewritten after every batch step.
*>* Lock flag "Y" while a run is in progress, "N" once its summary is
*>* written. Heartbeat is the time of the last step completed, and
*>* the PID is the driver process holding the lock.
FD  RUN-CONTROL.
01  CONTROL-RECORD.
    05  CTL-LOCK-FLAG           PIC X(1).
    05  FILLER                  PIC X(1).
    05  CTL-RUN-ID              PIC X(15).
    05  FILLER                  PIC X(1).
    05  CTL-LAST-STEP           PIC X(8).
    05  FILLER                  PIC X(1).
    05  CTL-BATCH-RC            PIC 9(4).
    05  FILLER                  PIC X(1).
    05  CTL-STARTED             PIC X(14).
    05  FILLER                  PIC X(1).
    05  CTL-HEARTBEAT           PIC X(14).
    05  FILLER                  PIC X(1).
    05  CTL-PID                 PIC X(10).

FD  PID-SCRATCH.
01  PID-RECORD              PIC X(20).

FD  CONTROL-JOURNAL.
    COPY "ctljrnrec.cpy".

FD  CHANGE-HOLDS.
    COPY "chgholdrec.cpy".

FD  INCIDENT-FILE.
    COPY "incidentrec.cpy".

WORKING-STORAGE SECTION.
*>* Fleet-mode health checks: every target host is probed (the second
*>* argument), results land per host, and the installer skips just the
*>* failures (missing command or host file), which still gate the run.
01 WS-RUNSHELL-CMD      PIC X(200)
       VALUE "./runshell data/healthcheck-commands.dat data/target-hosts.dat".
01 WS-FACTS-CMD         PIC X(200) VALUE "./host-facts".
01 WS-VALIDATE-CMD      PIC X(200) VALUE "./install-validate".
01 WS-JOURNAL-CMD       PIC X(200) VALUE "./control-journal".
01 WS-REQUESTS-CMD      PIC X(200) VALUE "./install-requests".
01 WS-STAGE-CMD         PIC X(200) VALUE "./stage-installers".
01 WS-INSTALL-CMD       PIC X(200) VALUE "./install-itunes".
01 WS-INCIDENT-CMD      PIC X(200) VALUE "./incident-register".
01 WS-DISPATCH-CMD      PIC X(200) VALUE "./alert-dispatch".
*>* The step actually executed: the base command prefixed with
*>* INSTALL_RUN_ID=<id> so every program of the run stamps the same ID
01 WS-SUMMARY-FILE-NAME PIC X(100) VALUE "run-summary.txt".
01 WS-SUMMARY-STATUS    PIC X(2).
01 WS-CURR-DATE-TIME    PIC X(21).
01 WS-JOURNAL-FILE-NAME PIC X(100) VALUE "control-journal.dat".
01 WS-JOURNAL-STATUS    PIC X(2).
01 WS-JOURNAL-EOF       PIC X(1).
01 WS-HOLDS-FILE-NAME   PIC X(100) VALUE "change-holds.dat".
01 WS-HOLDS-STATUS      PIC X(2).
01 WS-HOLDS-EOF         PIC X(1).
01 WS-INCIDENT-FILE-NAME PIC X(100) VALUE "incident-register.dat".
01 WS-INCIDENT-STATUS   PIC X(2).
01 WS-INCIDENT-EOF      PIC X(1).

*>* One run ID for the whole night, allocated here and handed down to
*>* RUNSHELL, HOST-FACTS, INSTALL-VALIDATE, STAGE-INSTALLERS,
*>* INSTALL-ITUNES, INCIDENT-REGISTER and ALERT-DISPATCH through the
*>* environment, so one bad night can be pulled out of every shared
*>* file as a unit instead of joined by eye on timestamps.
01 WS-RUN-ID            PIC X(15).
01 WS-START-STAMP       PIC X(21).
01 WS-END-STAMP         PIC X(21).
01 WS-ELAPSED-MINS      PIC 9(5).
01 WS-ELAPSED-REM       PIC 9(2).

*>* Run lock and step restart. Only one copy of the batch may run at a
*>* time - a second copy (a manual run on top of cron's) refuses to
*>* start while the lock holder is alive. "nightly-batch RESTART"
*>* resumes an interrupted run at the step after the last one it
*>* completed, under the same run ID. A lock is stale when its holder
*>* process is gone, or when it has not completed a step for
*>* WS-STALE-LOCK-MINS (the backstop for a PID reused after a reboot).
*>* The lock itself is the WS-LOCK-DIR-NAME directory: mkdir either
*>* creates it or fails in one step, so of two copies started together
*>* only one can take it. It is removed when the run completes, or
*>* when a later copy finds the lock stale.
01 WS-CONTROL-FILE-NAME PIC X(100) VALUE "batch-control.dat".
01 WS-CONTROL-STATUS    PIC X(2).
01 WS-LOCK-DIR-NAME     PIC X(100) VALUE "batch-control.lock".
01 WS-LOCK-CMD          PIC X(200).
01 WS-PID-FILE-NAME     PIC X(100) VALUE "batch-pid-check.tmp".
01 WS-PID-STATUS        PIC X(2).
01 WS-PID-CMD           PIC X(200).
01 WS-BATCH-PID         PIC X(10).
01 WS-STALE-LOCK-MINS   PIC 9(5) VALUE 720.
01 WS-STALE-MINS-DISPLAY PIC Z(4)9.
01 WS-COMMAND-ARGS      PIC X(100).
01 WS-ARGS-OK           PIC X(1)   VALUE "Y".
01 WS-RESTART-MODE      PIC X(1)   VALUE "N".
01 WS-LOCK-ACQUIRED     PIC X(1)   VALUE "N".
01 WS-CONTROL-FOUND     PIC X(1)   VALUE "N".
01 WS-LOCK-STALE        PIC X(1)   VALUE "N".
01 WS-LOCK-AGE-MINS     PIC S9(7).
01 WS-PRIOR-CONTROL.
   05 WS-PRIOR-LOCK-FLAG   PIC X(1).
   05 WS-PRIOR-RUN-ID      PIC X(15).
   05 WS-PRIOR-LAST-STEP   PIC X(8).
   05 WS-PRIOR-BATCH-RC    PIC 9(4).
   05 WS-PRIOR-STARTED     PIC X(14).
   05 WS-PRIOR-HEARTBEAT   PIC X(14).
   05 WS-PRIOR-PID         PIC X(10).
*>* Batch steps in run order; the control file names the last one
*>* completed, WS-LAST-STEP-NUM is its position (0 = none yet).
01 WS-STEP-NAME-LIST.
   05 FILLER            PIC X(40)
       VALUE "HEALTH  FACTS   VALIDATEJOURNAL REQUESTS".
   05 FILLER            PIC X(48)
       VALUE "STAGE   INSTALL REQSTAT INCIDENTDISPATCHSUMMARY ".
01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
   05 WS-STEP-NAME OCCURS 11 TIMES PIC X(8).
01 WS-STEP-COUNT        PIC 9(4) VALUE 11.
01 WS-STEP-IDX          PIC 9(4).
01 WS-LAST-STEP-NUM     PIC 9(4) VALUE 0.
01 WS-RESUMED-AFTER     PIC X(8)   VALUE SPACES.

*>* Per-host rollup of this run's audit records.
01 WS-MAX-TABLE-ENTRIES PIC 9(4) VALUE 50.
01 WS-HOST-SUM-TABLE.
      10 PAIR-FAILED        PIC X(1).
      10 PAIR-UPTODATE      PIC X(1).
      10 PAIR-PILOT         PIC X(1).
      10 PAIR-CHGHOLD       PIC X(1).
01 WS-PAIR-COUNT        PIC 9(4) VALUE 0.
01 WS-PAIR-IDX          PIC 9(4).
01 WS-PAIR-FOUND-IDX    PIC 9(4).
      10 SPKG-UPTODATE      PIC 9(4).
      10 SPKG-FAILED        PIC 9(4).
      10 SPKG-PILOT         PIC 9(4).
      10 SPKG-CHGHOLD       PIC 9(4).
01 WS-PKG-SUM-COUNT     PIC 9(4) VALUE 0.
01 WS-PKG-SUM-IDX       PIC 9(4).
01 WS-PKG-FOUND-IDX     PIC 9(4).
01 WS-COUNT-DISPLAY-2   PIC Z(3)9.
01 WS-COUNT-DISPLAY-3   PIC Z(3)9.
01 WS-COUNT-DISPLAY-4   PIC Z(3)9.
01 WS-COUNT-DISPLAY-5   PIC Z(3)9.

*>* Tonight's control-file changes per file, from the change journal,
*>* and the package changes still waiting on the change board.
01 WS-CHG-FILE-TABLE.
   05 WS-CHG-FILE-ENTRY OCCURS 50 TIMES.
      10 CHG-FILE           PIC X(50).
      10 CHG-ADDED          PIC 9(4).
      10 CHG-REMOVED        PIC 9(4).
      10 CHG-CHANGED        PIC 9(4).
      10 CHG-BASELINE       PIC X(1).
01 WS-CHG-FILE-COUNT    PIC 9(4) VALUE 0.
01 WS-CHG-FILE-IDX      PIC 9(4).
01 WS-CHG-FOUND-IDX     PIC 9(4).
01 WS-HOLDS-LISTED      PIC 9(4) VALUE 0.
01 WS-INCIDENTS-OPEN    PIC 9(4) VALUE 0.
01 WS-INCIDENTS-NEW     PIC 9(4) VALUE 0.
01 WS-INCIDENTS-CLOSED  PIC 9(4) VALUE 0.

*>* CALL "SYSTEM" ... RETURNING RETURN-CODE hands back the raw system()
*>* wait status (exit code * 256), not the exit code itself - GnuCOBOL's

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       PERFORM PARSE-BATCH-ARGUMENTS
       IF WS-ARGS-OK = "N"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *>* Take the run lock before anything touches the shared files -
       *>* two batches at once fight over install-checkpoint.dat, the
       *>* alert queue and the inventory.
       PERFORM ACQUIRE-RUN-LOCK
       IF WS-LOCK-ACQUIRED = "N"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-RESTART-MODE = "Y"
           DISPLAY "Restarting nightly install batch (run "
                   FUNCTION TRIM(WS-RUN-ID) ") after step "
                   FUNCTION TRIM(WS-RESUMED-AFTER) "..."
       ELSE
           DISPLAY "Starting nightly install batch (run "
                   FUNCTION TRIM(WS-RUN-ID) ")..."
       END-IF

       *>* RUNSHELL and INSTALL-ITUNES are both invoked as their own
       *>* standalone executables via CALL "SYSTEM" (not a dynamic
       *>* CALL "RUNSHELL"/"INSTALL-ITUNES") so each stays independently
       *>* runnable by ops and this driver doesn't depend on the dynamic
       *>* loader finding a same-cased .so module on disk. Ops need
       *>* `runshell`, `host-facts`, `install-validate`,
       *>* `control-journal`, `install-requests`, `stage-installers`,
       *>* `install-itunes`, `incident-register` and `alert-dispatch`
       *>* built as sibling executables to `nightly-batch` in the
       *>* directory this driver runs from.
       *>* Each step is recorded in the run-control file as it
       *>* completes; a restart skips every step already recorded.
       IF WS-LAST-STEP-NUM < 1
           PERFORM RUN-HEALTH-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 2
           PERFORM RUN-FACTS-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 3
           PERFORM RUN-VALIDATE-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 4
           PERFORM RUN-JOURNAL-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 5
           PERFORM RUN-REQUESTS-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 6
           PERFORM RUN-STAGE-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 7
           PERFORM RUN-INSTALL-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 8
           PERFORM RUN-REQSTAT-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 9
           PERFORM RUN-INCIDENT-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 10
           PERFORM RUN-DISPATCH-STEP
       END-IF
       IF WS-LAST-STEP-NUM < 11
           PERFORM RUN-SUMMARY-STEP
       END-IF

       *>* The driver's own exit status reflects the batch outcome, not
       *>* the dispatch step's.
       MOVE WS-BATCH-RC TO RETURN-CODE
       STOP RUN.

PARSE-BATCH-ARGUMENTS.
       *>* No argument is the normal nightly start; "RESTART" resumes
       *>* the interrupted run recorded in the run-control file.
       MOVE SPACES TO WS-COMMAND-ARGS
       ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE
       IF FUNCTION TRIM(WS-COMMAND-ARGS) = "RESTART"
           MOVE "Y" TO WS-RESTART-MODE
       ELSE
           IF WS-COMMAND-ARGS NOT = SPACES
               DISPLAY "Usage: nightly-batch [RESTART]"
               MOVE "N" TO WS-ARGS-OK
           END-IF
       END-IF
       .

RUN-HEALTH-STEP.
       MOVE WS-RUNSHELL-CMD TO WS-BASE-CMD
       PERFORM RUN-BATCH-STEP
       MOVE WS-REAL-RC TO WS-BATCH-RC
       IF WS-REAL-RC = 0
           DISPLAY "Health check clean - validating install control files."
       ELSE
           DISPLAY "Health check failed (return code " WS-REAL-RC
                   "); skipping the install this run."
           *>* The installer never ran, so nothing else will queue an
           *>* alert for this - queue one here so the dispatch step
           *>* still pages someone about the dead health check.
           PERFORM APPEND-HEALTH-ALERT
       END-IF
       MOVE 1 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-FACTS-STEP.
       *>* Refresh each host's OS, wine, disk and RAM facts before the
       *>* rollout checks them against the catalog minimums. Runs
       *>* whether or not the health pass did - a host's last-seen date
       *>* is worth keeping every night - and never changes the batch
       *>* outcome; a host that doesn't answer keeps its old facts.
       MOVE WS-FACTS-CMD TO WS-BASE-CMD
       PERFORM RUN-BATCH-STEP
       IF WS-REAL-RC NOT = 0
           DISPLAY "HOST-FACTS reported a problem (return code "
                   WS-REAL-RC "); host-facts.dat may be stale."
       END-IF
       MOVE 2 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-VALIDATE-STEP.
       *>* Validate the manifest, host list and checkpoint file before
       *>* the installer touches a single workstation - a typo found
       *>* mid-run has already half-installed the fleet.
       IF WS-BATCH-RC = 0
           MOVE WS-VALIDATE-CMD TO WS-BASE-CMD
           PERFORM RUN-BATCH-STEP
           MOVE WS-REAL-RC TO WS-BATCH-RC
           IF WS-REAL-RC = 0
               DISPLAY "Validation clean - staging installer files."
           ELSE
               DISPLAY "Control file validation failed (return code "
                       WS-REAL-RC "); skipping the install this run."
           END-IF
       END-IF
       MOVE 3 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-JOURNAL-STEP.
       *>* Journal tonight's control-file edits and work out which
       *>* packages are held for change approval - every run, even one
       *>* whose install is already off, so the journal misses no
       *>* night. If the journal can't be brought up to date, nothing
       *>* rolls out: an edit nobody has a record of must not go out.
       MOVE WS-JOURNAL-CMD TO WS-BASE-CMD
       PERFORM RUN-BATCH-STEP
       IF WS-REAL-RC NOT = 0
           DISPLAY "CONTROL-JOURNAL failed (return code " WS-REAL-RC
                   "); skipping the install this run."
           IF WS-BATCH-RC = 0
               MOVE WS-REAL-RC TO WS-BATCH-RC
           END-IF
       END-IF
       MOVE 4 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-REQUESTS-STEP.
       *>* Settle the self-service requests and approve the new ones
       *>* before staging, so tonight's staging and rollout pick up the
       *>* one-off targets. A problem here costs the requests a night,
       *>* not the fleet its rollout - the batch outcome is not changed.
       IF WS-BATCH-RC = 0
           MOVE WS-REQUESTS-CMD TO WS-BASE-CMD
           PERFORM RUN-BATCH-STEP
           IF WS-REAL-RC NOT = 0
               DISPLAY "INSTALL-REQUESTS reported a problem (return "
                       "code " WS-REAL-RC "); see "
                       "install-request-status.dat."
           END-IF
       END-IF
       MOVE 5 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-STAGE-STEP.
       *>* Stage installers to the fleet before the rollout. A nonzero
       *>* return means some host/package combinations failed staging -
       *>* those are individually skipped by the installer via
       *>* staging-status.dat, so the rollout still runs for the hosts
       *>* that staged cleanly, and the batch outcome is not changed.
       IF WS-BATCH-RC = 0
           MOVE WS-STAGE-CMD TO WS-BASE-CMD
           PERFORM RUN-BATCH-STEP
           IF WS-REAL-RC NOT = 0
               DISPLAY "STAGE-INSTALLERS reported failures (return "
                       "code " WS-REAL-RC "); affected hosts will "
                       "be skipped."
           END-IF
       END-IF
       MOVE 6 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-INSTALL-STEP.
       IF WS-BATCH-RC = 0
           DISPLAY "Proceeding with the rollout."
           MOVE WS-INSTALL-CMD TO WS-BASE-CMD
           PERFORM RUN-BATCH-STEP
           MOVE WS-REAL-RC TO WS-BATCH-RC
           IF WS-REAL-RC = 0
               DISPLAY "Nightly batch completed successfully."
           ELSE
               DISPLAY "INSTALL-ITUNES reported failures (return code "
                       WS-REAL-RC "); see install-log.txt."
           END-IF
       END-IF
       MOVE 7 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-REQSTAT-STEP.
       *>* Second pass after the rollout: requests the run just worked
       *>* are marked INSTALLED or FAILED from its audit records. Runs
       *>* whether or not the rollout did, and never changes the batch
       *>* outcome.
       MOVE WS-REQUESTS-CMD TO WS-BASE-CMD
       PERFORM RUN-BATCH-STEP
       IF WS-REAL-RC NOT = 0
           DISPLAY "INSTALL-REQUESTS reported a problem (return code "
                   WS-REAL-RC "); request statuses may be stale."
       END-IF
       MOVE 8 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-INCIDENT-STEP.
       *>* Fold tonight's failures and recoveries into the incident
       *>* register. Runs whether or not the rollout did - a night the
       *>* health pass failed is an incident too - and never changes
       *>* the batch outcome.
       MOVE WS-INCIDENT-CMD TO WS-BASE-CMD
       PERFORM RUN-BATCH-STEP
       IF WS-REAL-RC NOT = 0
           DISPLAY "INCIDENT-REGISTER reported a problem (return code "
                   WS-REAL-RC "); incident-register.dat may be stale."
       END-IF
       MOVE 9 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-DISPATCH-STEP.
       *>* Dispatch whatever alerts this run queued - last, so a page at
       *>* 02:05 carries every failure of the night, not the first one.
       MOVE WS-DISPATCH-CMD TO WS-BASE-CMD
           DISPLAY "ALERT-DISPATCH reported a problem (return code "
                   WS-REAL-RC "); alerts remain in alert-queue.dat."
       END-IF
       MOVE 10 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

RUN-SUMMARY-STEP.
       *>* One page for management: what this run did, counted from the
       *>* records the run stamped, not from the raw log by eye.
       PERFORM WRITE-RUN-SUMMARY
       *>* Recording the last step also releases the run lock.
       MOVE 11 TO WS-LAST-STEP-NUM
       PERFORM WRITE-RUN-CONTROL
       .

ACQUIRE-RUN-LOCK.
       PERFORM CAPTURE-BATCH-PID
       PERFORM READ-RUN-CONTROL
       MOVE "N" TO WS-LOCK-STALE
       IF WS-CONTROL-FOUND = "Y" AND WS-PRIOR-LOCK-FLAG = "Y"
           PERFORM CHECK-LOCK-STALE
       END-IF
       IF WS-RESTART-MODE = "Y"
           PERFORM PREPARE-RESTART
       ELSE
           PERFORM PREPARE-FRESH-RUN
       END-IF
       IF WS-LOCK-ACQUIRED = "Y"
           PERFORM TAKE-LOCK-DIR
       END-IF
       IF WS-LOCK-ACQUIRED = "Y"
           PERFORM WRITE-RUN-CONTROL
       END-IF
       .

TAKE-LOCK-DIR.
       *>* A stale lock's directory is cleared before it is taken over.
       IF WS-LOCK-STALE = "Y"
           PERFORM RELEASE-LOCK-DIR
       END-IF
       MOVE SPACES TO WS-LOCK-CMD
       STRING "mkdir " FUNCTION TRIM(WS-LOCK-DIR-NAME)
              " > /dev/null 2>&1"
              DELIMITED BY SIZE INTO WS-LOCK-CMD
       CALL "SYSTEM" USING WS-LOCK-CMD RETURNING RETURN-CODE
       IF RETURN-CODE NOT = 0
           DISPLAY "Run lock " FUNCTION TRIM(WS-LOCK-DIR-NAME)
                   " is held by another copy - not starting a second "
                   "batch. If no batch is running, remove "
                   FUNCTION TRIM(WS-LOCK-DIR-NAME) " and run again."
           MOVE "N" TO WS-LOCK-ACQUIRED
       END-IF
       .

RELEASE-LOCK-DIR.
       MOVE SPACES TO WS-LOCK-CMD
       STRING "rmdir " FUNCTION TRIM(WS-LOCK-DIR-NAME)
              " > /dev/null 2>&1"
              DELIMITED BY SIZE INTO WS-LOCK-CMD
       CALL "SYSTEM" USING WS-LOCK-CMD RETURNING RETURN-CODE
       .

PREPARE-FRESH-RUN.
       IF WS-CONTROL-FOUND = "Y" AND WS-PRIOR-LOCK-FLAG = "Y"
               AND WS-LOCK-STALE = "N"
           DISPLAY "Run " FUNCTION TRIM(WS-PRIOR-RUN-ID)
                   " (pid " FUNCTION TRIM(WS-PRIOR-PID)
                   ") still holds the run lock in "
                   FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                   " - last step completed: "
                   FUNCTION TRIM(WS-PRIOR-LAST-STEP)
                   ". Not starting a second batch."
       ELSE
           IF WS-CONTROL-FOUND = "Y" AND WS-PRIOR-LOCK-FLAG = "Y"
               DISPLAY "Warning: stale run lock from run "
                       FUNCTION TRIM(WS-PRIOR-RUN-ID)
                       " (last step completed: "
                       FUNCTION TRIM(WS-PRIOR-LAST-STEP)
                       ") - taking it over. Use 'nightly-batch RESTART' "
                       "to resume that run instead."
           END-IF
           PERFORM ALLOCATE-RUN-ID
           MOVE 0 TO WS-LAST-STEP-NUM
           MOVE 0 TO WS-BATCH-RC
           MOVE "Y" TO WS-LOCK-ACQUIRED
       END-IF
       .

PREPARE-RESTART.
       IF WS-CONTROL-FOUND = "N"
               OR WS-PRIOR-LOCK-FLAG NOT = "Y"
               OR WS-PRIOR-RUN-ID = SPACES
           DISPLAY "No interrupted run to restart in "
                   FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                   " - start a normal run instead."
       ELSE
           IF WS-LOCK-STALE = "N"
               DISPLAY "Run " FUNCTION TRIM(WS-PRIOR-RUN-ID)
                       " is still running (pid "
                       FUNCTION TRIM(WS-PRIOR-PID)
                       ") - not restarting it underneath itself."
           ELSE
               *>* Same run ID and original start time, so the summary
               *>* and the history report still see one night's run.
               MOVE WS-PRIOR-RUN-ID TO WS-RUN-ID
               MOVE SPACES TO WS-START-STAMP
               MOVE WS-PRIOR-STARTED TO WS-START-STAMP(1:14)
               MOVE WS-PRIOR-BATCH-RC TO WS-BATCH-RC
               MOVE WS-PRIOR-LAST-STEP TO WS-RESUMED-AFTER
               IF WS-RESUMED-AFTER = SPACES
                   MOVE "(none)" TO WS-RESUMED-AFTER
               END-IF
               MOVE 0 TO WS-LAST-STEP-NUM
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-NAME(WS-STEP-IDX) = WS-PRIOR-LAST-STEP
                       MOVE WS-STEP-IDX TO WS-LAST-STEP-NUM
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-LOCK-ACQUIRED
           END-IF
       END-IF
       .

CAPTURE-BATCH-PID.
       *>* The shell SYSTEM starts is a child of this driver, so its
       *>* parent PID is ours.
       MOVE SPACES TO WS-BATCH-PID
       MOVE SPACES TO WS-PID-CMD
       STRING "echo $PPID > " FUNCTION TRIM(WS-PID-FILE-NAME)
              DELIMITED BY SIZE INTO WS-PID-CMD
       CALL "SYSTEM" USING WS-PID-CMD RETURNING RETURN-CODE
       OPEN INPUT PID-SCRATCH
       IF WS-PID-STATUS = "00"
           READ PID-SCRATCH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PID-RECORD TO WS-BATCH-PID
           END-READ
           CLOSE PID-SCRATCH
       END-IF
       .

READ-RUN-CONTROL.
       MOVE "N" TO WS-CONTROL-FOUND
       MOVE SPACES TO WS-PRIOR-CONTROL
       MOVE 0 TO WS-PRIOR-BATCH-RC
       OPEN INPUT RUN-CONTROL
       IF WS-CONTROL-STATUS = "00"
           READ RUN-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CONTROL-FOUND
                   MOVE CTL-LOCK-FLAG TO WS-PRIOR-LOCK-FLAG
                   MOVE CTL-RUN-ID TO WS-PRIOR-RUN-ID
                   MOVE CTL-LAST-STEP TO WS-PRIOR-LAST-STEP
                   IF CTL-BATCH-RC IS NUMERIC
                       MOVE CTL-BATCH-RC TO WS-PRIOR-BATCH-RC
                   END-IF
                   MOVE CTL-STARTED TO WS-PRIOR-STARTED
                   MOVE CTL-HEARTBEAT TO WS-PRIOR-HEARTBEAT
                   MOVE CTL-PID TO WS-PRIOR-PID
           END-READ
           CLOSE RUN-CONTROL
       END-IF
       .

CHECK-LOCK-STALE.
       *>* Past the backstop window the lock is stale whatever the PID
       *>* says; inside it, the holder must still be a live process.
       MOVE "N" TO WS-LOCK-STALE
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       IF WS-PRIOR-HEARTBEAT IS NOT NUMERIC
           MOVE "Y" TO WS-LOCK-STALE
       ELSE
           COMPUTE WS-START-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-PRIOR-HEARTBEAT(1:8)))
           COMPUTE WS-END-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURR-DATE-TIME(1:8)))
           COMPUTE WS-LOCK-AGE-MINS =
               (WS-END-DAYS - WS-START-DAYS) * 1440
               + FUNCTION NUMVAL(WS-CURR-DATE-TIME(9:2)) * 60
               + FUNCTION NUMVAL(WS-CURR-DATE-TIME(11:2))
               - FUNCTION NUMVAL(WS-PRIOR-HEARTBEAT(9:2)) * 60
               - FUNCTION NUMVAL(WS-PRIOR-HEARTBEAT(11:2))
           IF WS-LOCK-AGE-MINS > WS-STALE-LOCK-MINS
               MOVE "Y" TO WS-LOCK-STALE
           ELSE
               IF WS-PRIOR-PID = SPACES
                   MOVE "Y" TO WS-LOCK-STALE
               ELSE
                   MOVE SPACES TO WS-PID-CMD
                   STRING "ps -p " FUNCTION TRIM(WS-PRIOR-PID)
                          " > /dev/null 2>&1"
                          DELIMITED BY SIZE INTO WS-PID-CMD
                   CALL "SYSTEM" USING WS-PID-CMD RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                       MOVE "Y" TO WS-LOCK-STALE
                   END-IF
               END-IF
           END-IF
       END-IF
       IF WS-LOCK-STALE = "Y"
           MOVE WS-STALE-LOCK-MINS TO WS-STALE-MINS-DISPLAY
           DISPLAY "Run lock held by run "
                   FUNCTION TRIM(WS-PRIOR-RUN-ID)
                   " (pid " FUNCTION TRIM(WS-PRIOR-PID)
                   ") is stale - the holder is gone or has made no "
                   "progress for over "
                   FUNCTION TRIM(WS-STALE-MINS-DISPLAY) " minutes."
       END-IF
       .

WRITE-RUN-CONTROL.
       *>* Rewritten whole after every step, so the file always names
       *>* the last step completed and carries a fresh heartbeat.
       OPEN OUTPUT RUN-CONTROL
       IF WS-CONTROL-STATUS NOT = "00"
           DISPLAY "Warning: cannot open "
                   FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                   ", status " WS-CONTROL-STATUS
                   " - this run cannot be restarted or locked."
       ELSE
           MOVE SPACES TO CONTROL-RECORD
           IF WS-LAST-STEP-NUM >= WS-STEP-COUNT
               MOVE "N" TO CTL-LOCK-FLAG
           ELSE
               MOVE "Y" TO CTL-LOCK-FLAG
           END-IF
           MOVE WS-RUN-ID TO CTL-RUN-ID
           IF WS-LAST-STEP-NUM > 0
               MOVE WS-STEP-NAME(WS-LAST-STEP-NUM) TO CTL-LAST-STEP
           END-IF
           IF WS-BATCH-RC < 0
               MOVE 0 TO CTL-BATCH-RC
           ELSE
               MOVE WS-BATCH-RC TO CTL-BATCH-RC
           END-IF
           MOVE WS-START-STAMP(1:14) TO CTL-STARTED
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
           MOVE WS-CURR-DATE-TIME(1:14) TO CTL-HEARTBEAT
           MOVE WS-BATCH-PID TO CTL-PID
           WRITE CONTROL-RECORD
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "Warning: failed to write "
                       FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                       ", status " WS-CONTROL-STATUS
           END-IF
           CLOSE RUN-CONTROL
       END-IF
       IF WS-LAST-STEP-NUM >= WS-STEP-COUNT
           PERFORM RELEASE-LOCK-DIR
       END-IF
       .

ALLOCATE-RUN-ID.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
WRITE-RUN-SUMMARY.
       PERFORM TALLY-RUN-LOG
       PERFORM TALLY-RUN-ALERTS
       PERFORM TALLY-RUN-JOURNAL
       PERFORM ROLL-UP-TOTALS
       PERFORM COMPUTE-ELAPSED-TIME

                  WS-ELAPSED-REM " sec"
                  DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           IF WS-RESTART-MODE = "Y"
               MOVE SPACES TO SUMMARY-LINE
               STRING "Restarted after step "
                      FUNCTION TRIM(WS-RESUMED-AFTER)
                      " - earlier steps ran before the interruption."
                      DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           MOVE SPACES TO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
                  DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE

           PERFORM WRITE-CONTROL-CHANGE-SECTION
           PERFORM WRITE-CHANGE-HOLD-SECTION
           PERFORM WRITE-INCIDENT-SECTION

           CLOSE SUMMARY-REPORT
           DISPLAY "Run summary written to "
                   FUNCTION TRIM(WS-SUMMARY-FILE-NAME) "."
       MOVE SPKG-UPTODATE(WS-PKG-SUM-IDX) TO WS-COUNT-DISPLAY-2
       MOVE SPKG-FAILED(WS-PKG-SUM-IDX) TO WS-COUNT-DISPLAY-3
       MOVE SPKG-PILOT(WS-PKG-SUM-IDX) TO WS-COUNT-DISPLAY-4
       MOVE SPKG-CHGHOLD(WS-PKG-SUM-IDX) TO WS-COUNT-DISPLAY-5
       MOVE SPACES TO SUMMARY-LINE
       STRING "Package " FUNCTION TRIM(SPKG-NAME(WS-PKG-SUM-IDX))
              ": completed " WS-COUNT-DISPLAY
              ", up-to-date " WS-COUNT-DISPLAY-2
              ", failed " WS-COUNT-DISPLAY-3
              ", awaiting pilot " WS-COUNT-DISPLAY-4
              ", held for approval " WS-COUNT-DISPLAY-5
              DELIMITED BY SIZE INTO SUMMARY-LINE
       PERFORM WRITE-SUMMARY-LINE
       .

WRITE-CONTROL-CHANGE-SECTION.
       MOVE SPACES TO SUMMARY-LINE
       PERFORM WRITE-SUMMARY-LINE
       MOVE "--- Control files changed tonight ---" TO SUMMARY-LINE
       PERFORM WRITE-SUMMARY-LINE
       IF WS-CHG-FILE-COUNT = 0
           MOVE "  (none)" TO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
       END-IF
       PERFORM VARYING WS-CHG-FILE-IDX FROM 1 BY 1
               UNTIL WS-CHG-FILE-IDX > WS-CHG-FILE-COUNT
           MOVE SPACES TO SUMMARY-LINE
           IF CHG-BASELINE(WS-CHG-FILE-IDX) = "Y"
               STRING "  " FUNCTION TRIM(CHG-FILE(WS-CHG-FILE-IDX))
                      ": first snapshot taken"
                      DELIMITED BY SIZE INTO SUMMARY-LINE
           ELSE
               MOVE CHG-ADDED(WS-CHG-FILE-IDX) TO WS-COUNT-DISPLAY
               MOVE CHG-REMOVED(WS-CHG-FILE-IDX) TO WS-COUNT-DISPLAY-2
               MOVE CHG-CHANGED(WS-CHG-FILE-IDX) TO WS-COUNT-DISPLAY-3
               STRING "  " FUNCTION TRIM(CHG-FILE(WS-CHG-FILE-IDX))
                      ": added " WS-COUNT-DISPLAY
                      ", removed " WS-COUNT-DISPLAY-2
                      ", changed " WS-COUNT-DISPLAY-3
                      DELIMITED BY SIZE INTO SUMMARY-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE
       END-PERFORM
       .

WRITE-CHANGE-HOLD-SECTION.
       *>* Every package change still HELD, whichever night it was
       *>* picked up - the list the change board works from.
       MOVE SPACES TO SUMMARY-LINE
       PERFORM WRITE-SUMMARY-LINE
       MOVE "--- Changes awaiting approval ---" TO SUMMARY-LINE
       PERFORM WRITE-SUMMARY-LINE
       MOVE 0 TO WS-HOLDS-LISTED
       OPEN INPUT CHANGE-HOLDS
       IF WS-HOLDS-STATUS = "00"
           MOVE "N" TO WS-HOLDS-EOF
           PERFORM UNTIL WS-HOLDS-EOF = "Y"
               READ CHANGE-HOLDS
                   AT END
                       MOVE "Y" TO WS-HOLDS-EOF
                   NOT AT END
                       IF HLD-REC-STATUS = "HELD"
                           ADD 1 TO WS-HOLDS-LISTED
                           MOVE SPACES TO SUMMARY-LINE
                           STRING "  " FUNCTION TRIM(HLD-REC-PACKAGE)
                                  " " FUNCTION TRIM(HLD-REC-TYPE)
                                  " " FUNCTION TRIM(HLD-REC-VALUE)
                                  " - " FUNCTION TRIM(HLD-REC-DETAIL)
                                  " (since " HLD-REC-DETECTED ")"
                                  DELIMITED BY SIZE INTO SUMMARY-LINE
                           PERFORM WRITE-SUMMARY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-HOLDS
       END-IF
       IF WS-HOLDS-LISTED = 0
           MOVE "  (none)" TO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
       END-IF
       .

WRITE-INCIDENT-SECTION.
       *>* Counted from the register INCIDENT-REGISTER updated earlier
       *>* in the run; INCIDENT-RPT lists the open ones in full.
       MOVE SPACES TO SUMMARY-LINE
       PERFORM WRITE-SUMMARY-LINE
       MOVE "--- Incidents ---" TO SUMMARY-LINE
       PERFORM WRITE-SUMMARY-LINE
       OPEN INPUT INCIDENT-FILE
       IF WS-INCIDENT-STATUS = "00"
           MOVE "N" TO WS-INCIDENT-EOF
           PERFORM UNTIL WS-INCIDENT-EOF = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO WS-INCIDENT-EOF
                   NOT AT END
                       IF INC-STATE = "OPEN"
                           ADD 1 TO WS-INCIDENTS-OPEN
                           IF INC-OPENED-RUN = WS-RUN-ID
                               ADD 1 TO WS-INCIDENTS-NEW
                           END-IF
                       ELSE
                           IF INC-LAST-RUN = WS-RUN-ID
                               ADD 1 TO WS-INCIDENTS-CLOSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
       END-IF
       MOVE WS-INCIDENTS-OPEN TO WS-COUNT-DISPLAY
       MOVE WS-INCIDENTS-NEW TO WS-COUNT-DISPLAY-2
       MOVE WS-INCIDENTS-CLOSED TO WS-COUNT-DISPLAY-3
       MOVE SPACES TO SUMMARY-LINE
       STRING "  Open incidents: " WS-COUNT-DISPLAY
              ", opened tonight " WS-COUNT-DISPLAY-2
              ", closed tonight " WS-COUNT-DISPLAY-3
              DELIMITED BY SIZE INTO SUMMARY-LINE
       PERFORM WRITE-SUMMARY-LINE
       .
               WHEN "UNSTAGED"
               WHEN "STGFAIL"
               WHEN "NO-SEAT"
               WHEN "PREREQ"
               WHEN "HOSTREQ"
               WHEN "TIMEOUT"
                   MOVE "Y" TO SUM-FAILED(WS-HOST-FOUND-IDX)
               WHEN OTHER
                   CONTINUE
                   WHEN "UNSTAGED"
                   WHEN "STGFAIL"
                   WHEN "NO-SEAT"
                   WHEN "PREREQ"
                   WHEN "HOSTREQ"
                   WHEN "TIMEOUT"
                       MOVE "Y" TO PAIR-FAILED(WS-PAIR-FOUND-IDX)
                   WHEN "UPTODATE"
                       MOVE "Y" TO PAIR-UPTODATE(WS-PAIR-FOUND-IDX)
                   WHEN "PILOT"
                       MOVE "Y" TO PAIR-PILOT(WS-PAIR-FOUND-IDX)
                   WHEN "CHGHOLD"
                       MOVE "Y" TO PAIR-CHGHOLD(WS-PAIR-FOUND-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE "N" TO PAIR-FAILED(WS-PAIR-FOUND-IDX)
               MOVE "N" TO PAIR-UPTODATE(WS-PAIR-FOUND-IDX)
               MOVE "N" TO PAIR-PILOT(WS-PAIR-FOUND-IDX)
               MOVE "N" TO PAIR-CHGHOLD(WS-PAIR-FOUND-IDX)
           END-IF
       END-IF
       .
       END-IF
       .

TALLY-RUN-JOURNAL.
       OPEN INPUT CONTROL-JOURNAL
       IF WS-JOURNAL-STATUS = "00"
           MOVE "N" TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ CONTROL-JOURNAL
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       IF JRN-RUN-ID = WS-RUN-ID
                           PERFORM APPLY-JOURNAL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-JOURNAL
       END-IF
       .

APPLY-JOURNAL-RECORD.
       MOVE 0 TO WS-CHG-FOUND-IDX
       PERFORM VARYING WS-CHG-FILE-IDX FROM 1 BY 1
               UNTIL WS-CHG-FILE-IDX > WS-CHG-FILE-COUNT
           IF CHG-FILE(WS-CHG-FILE-IDX) = JRN-FILE
               MOVE WS-CHG-FILE-IDX TO WS-CHG-FOUND-IDX
           END-IF
       END-PERFORM
       IF WS-CHG-FOUND-IDX = 0
           IF WS-CHG-FILE-COUNT >= WS-MAX-TABLE-ENTRIES
               DISPLAY "Too many changed control files in summary (max "
                       WS-MAX-TABLE-ENTRIES
                       ") - ignoring " FUNCTION TRIM(JRN-FILE)
           ELSE
               ADD 1 TO WS-CHG-FILE-COUNT
               MOVE WS-CHG-FILE-COUNT TO WS-CHG-FOUND-IDX
               MOVE JRN-FILE TO CHG-FILE(WS-CHG-FOUND-IDX)
               MOVE 0 TO CHG-ADDED(WS-CHG-FOUND-IDX)
               MOVE 0 TO CHG-REMOVED(WS-CHG-FOUND-IDX)
               MOVE 0 TO CHG-CHANGED(WS-CHG-FOUND-IDX)
               MOVE "N" TO CHG-BASELINE(WS-CHG-FOUND-IDX)
           END-IF
       END-IF
       IF WS-CHG-FOUND-IDX NOT = 0
           EVALUATE JRN-ACTION
               WHEN "ADDED"
                   ADD 1 TO CHG-ADDED(WS-CHG-FOUND-IDX)
               WHEN "REMOVED"
                   ADD 1 TO CHG-REMOVED(WS-CHG-FOUND-IDX)
               WHEN "CHANGED"
                   ADD 1 TO CHG-CHANGED(WS-CHG-FOUND-IDX)
               WHEN "BASELINE"
                   MOVE "Y" TO CHG-BASELINE(WS-CHG-FOUND-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF
       .

ROLL-UP-TOTALS.
       MOVE WS-HOST-SUM-COUNT TO WS-HOSTS-ATTEMPTED
       PERFORM VARYING WS-HOST-SUM-IDX FROM 1 BY 1
               MOVE 0 TO SPKG-UPTODATE(WS-PKG-FOUND-IDX)
               MOVE 0 TO SPKG-FAILED(WS-PKG-FOUND-IDX)
               MOVE 0 TO SPKG-PILOT(WS-PKG-FOUND-IDX)
               MOVE 0 TO SPKG-CHGHOLD(WS-PKG-FOUND-IDX)
           END-IF
       END-IF
       IF WS-PKG-FOUND-IDX NOT = 0
                   ADD 1 TO SPKG-UPTODATE(WS-PKG-FOUND-IDX)
               WHEN PAIR-PILOT(WS-PAIR-IDX) = "Y"
                   ADD 1 TO SPKG-PILOT(WS-PKG-FOUND-IDX)
               WHEN PAIR-CHGHOLD(WS-PAIR-IDX) = "Y"
                   ADD 1 TO SPKG-CHGHOLD(WS-PKG-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO SPKG-COMPLETED(WS-PKG-FOUND-IDX)
           END-EVALUATE
