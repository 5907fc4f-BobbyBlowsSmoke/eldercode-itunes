           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SCRATCH-STATUS.

    SELECT ONEOFF-FILE ASSIGN TO DYNAMIC WS-ONEOFF-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ONEOFF-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  DEPOT-LIST.
01  DEPOT-RECORD                 PIC X(250).
FD  CHECKSUM-SCRATCH.
01  SCRATCH-RECORD               PIC X(200).

*>* One-off targets approved by INSTALL-REQUESTS - the installer adds
*>* a host outside the fleet list for its requested packages only, so
*>* staging pushes just those packages to it.
FD  ONEOFF-FILE.
    COPY "oneoffrec.cpy".

WORKING-STORAGE SECTION.
01 WS-CATALOG-FILE-NAME     PIC X(100) VALUE "data/package-catalog.dat".
01 WS-CATALOG-STATUS        PIC X(2).
   05 WS-HOST-ENTRY OCCURS 50 TIMES PIC X(50).
01 WS-HOST-COUNT            PIC 9(4) VALUE 0.
01 WS-HOST-IDX              PIC 9(4).
01 WS-FLEET-HOST-COUNT      PIC 9(4) VALUE 0.
01 WS-FIND-HOST-IDX         PIC 9(4).
01 WS-HOST-FOUND            PIC X(1).

01 WS-ONEOFF-FILE-NAME      PIC X(100) VALUE "install-oneoff.dat".
01 WS-ONEOFF-STATUS         PIC X(2).
01 WS-ONEOFF-EOF            PIC X(1)   VALUE "N".
01 WS-ONEOFF-TABLE.
   05 WS-ONEOFF-ENTRY OCCURS 50 TIMES.
      10 ONEOFF-HOST          PIC X(50).
      10 ONEOFF-PACKAGE       PIC X(20).
      10 ONEOFF-IN-FLEET      PIC X(1).
01 WS-ONEOFF-COUNT          PIC 9(4) VALUE 0.
01 WS-ONEOFF-IDX            PIC 9(4).
01 WS-HOST-ONEOFF-ONLY      PIC X(1)   VALUE "N".
01 WS-ONEOFF-SKIP           PIC X(1)   VALUE "N".

01 WS-GROUPS-FILE-NAME      PIC X(100) VALUE "data/host-groups.dat".
01 WS-GROUPS-STATUS         PIC X(2).
      10 PKG-TARGET-PATH      PIC X(80).
      10 PKG-SHA256           PIC X(64).
      10 PKG-HAS-DEPOT        PIC X(1).
      10 PKG-STEP-LIMIT       PIC 9(5).
01 WS-PKG-COUNT             PIC 9(4) VALUE 0.
01 WS-PKG-IDX               PIC 9(4).
01 WS-CURRENT-PACKAGE       PIC X(20).
01 WS-STAGE-OK              PIC X(1)   VALUE "Y".
01 WS-STAGE-RESULT          PIC X(8).
01 WS-STAGED-COUNT          PIC 9(4)   VALUE 0.

*>* The copy and checksum hops run under the package's step limit
*>* from the catalog (seconds; blank = WS-DEFAULT-STEP-LIMIT, 0 = no
*>* limit), the same limit the installer puts on each manifest step,
*>* so one host that stops answering can't stall the staging pass.
*>* coreutils timeout exits 124 (137 after the KILL) when it stops one.
01 WS-DEFAULT-STEP-LIMIT    PIC 9(5)   VALUE 3600.
01 WS-LIMIT-DISPLAY         PIC Z(4)9.
01 WS-LIMIT-TOKEN           PIC X(20).
01 WS-LIMIT-VALUE-LEN       PIC 9(4).
01 WS-STAGE-TIMED-OUT       PIC X(1)   VALUE "N".
01 WS-TIMED-COMMAND         PIC X(600).
01 WS-TIMEOUT-NOTE          PIC X(200).
01 WS-FAILED-COUNT          PIC 9(4)   VALUE 0.
01 WS-COUNT-DISPLAY         PIC Z(3)9.

       PERFORM LOAD-PACKAGE-CATALOG
       PERFORM LOAD-DEPOT-LIST
       PERFORM LOAD-TARGET-HOSTS
       PERFORM LOAD-ONEOFF-TARGETS
       PERFORM LOAD-HOST-GROUPS

       IF WS-PKG-COUNT = 0
                               MOVE CAT-HOST-GROUPS
                                   TO PKG-GROUPS(WS-PKG-COUNT)
                               MOVE "N" TO PKG-HAS-DEPOT(WS-PKG-COUNT)
                               PERFORM LOAD-CATALOG-STEP-LIMIT
                           END-IF
                       END-IF
               END-READ
       END-IF
       .

LOAD-CATALOG-STEP-LIMIT.
       *>* Same reading of the column as the installer: blank takes the
       *>* default, and a value that isn't a plain number of seconds is
       *>* reported and takes the default too.
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

LOAD-DEPOT-LIST.
       OPEN INPUT DEPOT-LIST
       IF WS-DEPOT-STATUS = "00"
       END-IF
       .

LOAD-ONEOFF-TARGETS.
       *>* Optional - no file means no approved requests. A requested
       *>* host already in the fleet list is staged as usual; any other
       *>* is added for its requested packages only.
       MOVE WS-HOST-COUNT TO WS-FLEET-HOST-COUNT
       OPEN INPUT ONEOFF-FILE
       IF WS-ONEOFF-STATUS = "00"
           PERFORM UNTIL WS-ONEOFF-EOF = "Y"
               READ ONEOFF-FILE
                   AT END
                       MOVE "Y" TO WS-ONEOFF-EOF
                   NOT AT END
                       IF ONEOFF-RECORD NOT = SPACES
                               AND ONEOFF-RECORD(1:1) NOT = "*"
                           PERFORM LOAD-ONEOFF-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ONEOFF-FILE
       END-IF
       .

LOAD-ONEOFF-ENTRY.
       IF WS-ONEOFF-COUNT >= WS-MAX-TABLE-ENTRIES
           DISPLAY "Too many one-off targets (max " WS-MAX-TABLE-ENTRIES
                   ") - ignoring request " FUNCTION TRIM(OFF-REC-REQUEST)
       ELSE
           ADD 1 TO WS-ONEOFF-COUNT
           MOVE OFF-REC-HOST TO ONEOFF-HOST(WS-ONEOFF-COUNT)
           MOVE OFF-REC-PACKAGE TO ONEOFF-PACKAGE(WS-ONEOFF-COUNT)
           MOVE "N" TO ONEOFF-IN-FLEET(WS-ONEOFF-COUNT)
           PERFORM VARYING WS-FIND-HOST-IDX FROM 1 BY 1
                   UNTIL WS-FIND-HOST-IDX > WS-FLEET-HOST-COUNT
               IF WS-HOST-ENTRY(WS-FIND-HOST-IDX) = OFF-REC-HOST
                   MOVE "Y" TO ONEOFF-IN-FLEET(WS-ONEOFF-COUNT)
               END-IF
           END-PERFORM
           IF ONEOFF-IN-FLEET(WS-ONEOFF-COUNT) = "N"
               MOVE "N" TO WS-HOST-FOUND
               PERFORM VARYING WS-FIND-HOST-IDX FROM 1 BY 1
                       UNTIL WS-FIND-HOST-IDX > WS-HOST-COUNT
                   IF WS-HOST-ENTRY(WS-FIND-HOST-IDX) = OFF-REC-HOST
                       MOVE "Y" TO WS-HOST-FOUND
                   END-IF
               END-PERFORM
               IF WS-HOST-FOUND = "N"
                   IF WS-HOST-COUNT >= WS-MAX-TABLE-ENTRIES
                       DISPLAY "Too many target hosts (max "
                               WS-MAX-TABLE-ENTRIES
                               ") - ignoring one-off host "
                               FUNCTION TRIM(OFF-REC-HOST)
                   ELSE
                       ADD 1 TO WS-HOST-COUNT
                       MOVE OFF-REC-HOST TO WS-HOST-ENTRY(WS-HOST-COUNT)
                   END-IF
               END-IF
           END-IF
       END-IF
       .

LOAD-HOST-GROUPS.
       *>* Same optional assignment file the installer honors - staging
       *>* only pushes a package to the hosts that will install it.
               MOVE HG-GROUP(WS-HOST-GROUP-IDX) TO WS-CURRENT-GROUP
           END-IF
       END-PERFORM
       MOVE "N" TO WS-HOST-ONEOFF-ONLY
       PERFORM VARYING WS-ONEOFF-IDX FROM 1 BY 1
               UNTIL WS-ONEOFF-IDX > WS-ONEOFF-COUNT
           IF ONEOFF-HOST(WS-ONEOFF-IDX) = WS-CURRENT-HOST
                   AND ONEOFF-IN-FLEET(WS-ONEOFF-IDX) = "N"
               MOVE "Y" TO WS-HOST-ONEOFF-ONLY
           END-IF
       END-PERFORM
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           IF PKG-HAS-DEPOT(WS-PKG-IDX) = "Y"
               MOVE PKG-NAME(WS-PKG-IDX) TO WS-CURRENT-PACKAGE
               PERFORM CHECK-PACKAGE-GROUP
               PERFORM CHECK-ONEOFF-PACKAGE
               IF WS-GROUP-MATCH = "Y" AND WS-ONEOFF-SKIP = "N"
                   PERFORM STAGE-PACKAGE-TO-HOST
               END-IF
           END-IF
       END-IF
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

STAGE-PACKAGE-TO-HOST.
       MOVE "Y" TO WS-STAGE-OK
       MOVE "N" TO WS-STAGE-TIMED-OUT
       PERFORM COPY-INSTALLER-TO-HOST
       IF WS-STAGE-OK = "Y"
           PERFORM VERIFY-REMOTE-CHECKSUM
           MOVE "FAILED" TO WS-STAGE-RESULT
           PERFORM WRITE-STAGING-RECORD
           PERFORM LOG-STAGING-FAILURE
           IF WS-STAGE-TIMED-OUT = "Y"
               MOVE PKG-STEP-LIMIT(WS-PKG-IDX) TO WS-LIMIT-DISPLAY
               MOVE WS-RAW-COMMAND TO WS-TIMEOUT-NOTE
               MOVE SPACES TO WS-RAW-COMMAND
               STRING "TIMEOUT after " FUNCTION TRIM(WS-LIMIT-DISPLAY)
                      "s: " FUNCTION TRIM(WS-TIMEOUT-NOTE)
                      DELIMITED BY SIZE INTO WS-RAW-COMMAND
           END-IF
           MOVE "WARNING" TO WS-ALERT-SEVERITY
           PERFORM APPEND-ALERT-RECORD
       END-IF
                  DELIMITED BY SIZE INTO WS-COMMAND
       END-IF
       MOVE WS-COMMAND TO WS-RAW-COMMAND
       PERFORM RUN-TIMED-COMMAND
       IF WS-REAL-RC NOT = 0
           MOVE "N" TO WS-STAGE-OK
           IF WS-STAGE-TIMED-OUT = "Y"
               DISPLAY "  copy timed out after "
                       FUNCTION TRIM(WS-LIMIT-DISPLAY) " seconds"
           ELSE
               DISPLAY "  copy failed (return code " WS-REAL-RC ")"
           END-IF
       END-IF
       .

                  DELIMITED BY SIZE INTO WS-COMMAND
       END-IF
       MOVE WS-COMMAND TO WS-RAW-COMMAND
       PERFORM RUN-TIMED-COMMAND
       IF WS-REAL-RC NOT = 0
           MOVE "N" TO WS-STAGE-OK
           IF WS-STAGE-TIMED-OUT = "Y"
               DISPLAY "  checksum command timed out after "
                       FUNCTION TRIM(WS-LIMIT-DISPLAY) " seconds"
           ELSE
               DISPLAY "  checksum command failed (return code "
                       WS-REAL-RC ")"
           END-IF
       ELSE
           MOVE SPACES TO WS-ACTUAL-SHA256
           OPEN INPUT CHECKSUM-SCRATCH
       END-IF
       .

RUN-TIMED-COMMAND.
       *>* WS-COMMAND under the package's step limit. WS-RAW-COMMAND
       *>* keeps the plain command for the audit log and the alert.
       MOVE SPACES TO WS-TIMED-COMMAND
       MOVE PKG-STEP-LIMIT(WS-PKG-IDX) TO WS-LIMIT-DISPLAY
       IF PKG-STEP-LIMIT(WS-PKG-IDX) = 0
           MOVE WS-COMMAND TO WS-TIMED-COMMAND
       ELSE
           STRING "timeout -k 10 " FUNCTION TRIM(WS-LIMIT-DISPLAY) " "
                  FUNCTION TRIM(WS-COMMAND)
                  DELIMITED BY SIZE INTO WS-TIMED-COMMAND
       END-IF
       CALL "SYSTEM" USING WS-TIMED-COMMAND RETURNING RETURN-CODE
       DIVIDE RETURN-CODE BY 256 GIVING WS-REAL-RC
       IF PKG-STEP-LIMIT(WS-PKG-IDX) NOT = 0
               AND (WS-REAL-RC = 124 OR WS-REAL-RC = 137)
           MOVE "Y" TO WS-STAGE-TIMED-OUT
       END-IF
       .

WRITE-STAGING-RECORD.
       *>* MOVE SPACES first - the record's FILLER bytes are otherwise
       *>* left as binary zero, which trips COB_LS_VALIDATE and fails
       MOVE 0 TO LOG-STEP-NUM
       MOVE WS-RAW-COMMAND(1:100) TO LOG-COMMAND
       MOVE WS-REAL-RC TO LOG-RETURN-CODE
       IF WS-STAGE-TIMED-OUT = "Y"
           MOVE "TIMEOUT" TO LOG-STATUS
       ELSE
           MOVE "STGFAIL" TO LOG-STATUS
       END-IF
       MOVE WS-CURRENT-PACKAGE TO LOG-PACKAGE
       MOVE WS-RUN-ID TO LOG-RUN-ID
       WRITE INSTALL-LOG-RECORD
