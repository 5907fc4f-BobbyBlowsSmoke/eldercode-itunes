           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PILOT-STATUS.

    SELECT PREREQ-FILE ASSIGN TO DYNAMIC WS-PREREQ-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PREREQ-STATUS.

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
FD  PILOT-HOSTS.
01  PILOT-RECORD                 PIC X(50).

FD  PREREQ-FILE.
01  PREREQ-RECORD                PIC X(80).
01  PREREQ-FIELDS REDEFINES PREREQ-RECORD.
    05  PRQ-REC-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  PRQ-REC-REQUIRED        PIC X(20).
    05  FILLER                  PIC X(1).
    05  PRQ-REC-MIN-VERSION     PIC X(12).

WORKING-STORAGE SECTION.
01 WS-CATALOG-FILE-NAME     PIC X(100) VALUE "data/package-catalog.dat".
01 WS-CATALOG-STATUS        PIC X(2).
01 WS-CATALOG-EOF           PIC X(1)   VALUE "N".

*>* Step time limits: the catalog column and a manifest line's
*>* leading LIMIT=nnnnn token must both be whole seconds (0-99999) -
*>* the installer falls back to its default on anything else, which
*>* is not what whoever typed the value meant.
01 WS-LIMIT-TOKEN           PIC X(20).
01 WS-LIMIT-VALUE-LEN       PIC 9(4).
01 WS-LIMIT-PTR             PIC 9(4).
01 WS-LIMIT-REST            PIC X(97).

*>* Minimum host requirements: the OS is an os-release ID with an
*>* optional dotted version, the wine minimum a dotted version, and
*>* the disk and RAM minimums whole MB. The installer ignores a
*>* minimum it can't read, which would let short hosts through.
01 WS-REQ-TOKEN             PIC X(20).
01 WS-REQ-VALUE-LEN         PIC 9(4).
01 WS-REQ-OS-ID             PIC X(12).
01 WS-REQ-OS-VERSION        PIC X(12).
01 WS-REQ-OS-EXTRA          PIC X(12).
01 WS-REQ-VERSION-OK        PIC X(1).

01 WS-PKG-COUNT             PIC 9(4) VALUE 0.
01 WS-CURRENT-PACKAGE       PIC X(20).

01 WS-PILOT-GROUP           PIC X(20).
01 WS-PILOT-GROUP-OK        PIC X(1).

*>* Package prerequisites: both sides must be catalog packages, and
*>* the dependencies must order - a cycle would leave the installer
*>* with no package it can roll out first.
01 WS-PREREQ-FILE-NAME      PIC X(100) VALUE "data/package-prereqs.dat".
01 WS-PREREQ-STATUS         PIC X(2).
01 WS-PREREQ-EOF            PIC X(1)   VALUE "N".
01 WS-PREREQ-TABLE.
   05 WS-PREREQ-ENTRY OCCURS 50 TIMES.
      10 PRQ-PACKAGE           PIC X(20).
      10 PRQ-REQUIRED          PIC X(20).
01 WS-PREREQ-COUNT          PIC 9(4) VALUE 0.
01 WS-PREREQ-IDX            PIC 9(4).
01 WS-PREREQ-PKG-FOUND      PIC 9(4).
01 WS-PREREQ-REQ-FOUND      PIC 9(4).
01 WS-PKG-PLACED-TABLE.
   05 WS-PKG-PLACED OCCURS 20 TIMES PIC X(1).
01 WS-PLACED-COUNT          PIC 9(4) VALUE 0.
01 WS-PLACE-PROGRESS        PIC X(1).
01 WS-PLACE-READY           PIC X(1).
01 WS-CAND-IDX              PIC 9(4).

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       *>* The run ID only labels this validator's console output - it

       PERFORM LOAD-GROUP-DEFINITIONS
       PERFORM VALIDATE-CATALOG
       PERFORM VALIDATE-PREREQS
       PERFORM VALIDATE-TARGET-HOSTS
       PERFORM VALIDATE-ROLLOUT-PLAN
       PERFORM VALIDATE-CHECKPOINTS

       IF WS-ERROR-COUNT = 0
           DISPLAY "Validation clean - catalog, manifests, "
                   "prerequisites, host list and checkpoint file are "
                   "consistent."
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE WS-ERROR-COUNT TO WS-ERROR-DISPLAY
                       " line " WS-LINE-DISPLAY
                       ": catalog entry has no package version"
           END-IF
           IF CAT-STEP-LIMIT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-STEP-LIMIT))
                   TO WS-LIMIT-VALUE-LEN
               MOVE FUNCTION TRIM(CAT-STEP-LIMIT) TO WS-LIMIT-TOKEN
               IF WS-LIMIT-VALUE-LEN > 5
                  OR WS-LIMIT-TOKEN(1:WS-LIMIT-VALUE-LEN) IS NOT NUMERIC
                   PERFORM BUMP-ERROR-COUNT
                   DISPLAY "ERROR: "
                           FUNCTION TRIM(WS-CATALOG-FILE-NAME)
                           " line " WS-LINE-DISPLAY
                           ": step limit '"
                           FUNCTION TRIM(CAT-STEP-LIMIT)
                           "' is not a number of seconds"
               END-IF
           END-IF
           PERFORM CHECK-CATALOG-MINIMUMS
           PERFORM CHECK-CATALOG-GROUPS
           IF CAT-PACKAGE-NAME NOT = SPACES
                   AND CAT-MANIFEST-FILE NOT = SPACES
       END-IF
       .

CHECK-CATALOG-MINIMUMS.
       IF CAT-MIN-OS NOT = SPACES
           MOVE SPACES TO WS-REQ-OS-ID WS-REQ-OS-VERSION WS-REQ-OS-EXTRA
           UNSTRING FUNCTION TRIM(CAT-MIN-OS) DELIMITED BY ALL SPACE
               INTO WS-REQ-OS-ID WS-REQ-OS-VERSION WS-REQ-OS-EXTRA
           MOVE "Y" TO WS-REQ-VERSION-OK
           IF WS-REQ-OS-VERSION NOT = SPACES
               MOVE WS-REQ-OS-VERSION TO WS-REQ-TOKEN
               PERFORM CHECK-REQ-VERSION-TOKEN
           END-IF
           IF WS-REQ-OS-EXTRA NOT = SPACES OR WS-REQ-VERSION-OK = "N"
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-CATALOG-FILE-NAME)
                       " line " WS-LINE-DISPLAY
                       ": minimum OS '" FUNCTION TRIM(CAT-MIN-OS)
                       "' is not an OS ID and optional version"
           END-IF
       END-IF
       IF CAT-MIN-WINE NOT = SPACES
           MOVE FUNCTION TRIM(CAT-MIN-WINE) TO WS-REQ-TOKEN
           PERFORM CHECK-REQ-VERSION-TOKEN
           IF WS-REQ-VERSION-OK = "N"
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-CATALOG-FILE-NAME)
                       " line " WS-LINE-DISPLAY
                       ": minimum wine version '"
                       FUNCTION TRIM(CAT-MIN-WINE)
                       "' is not a dotted version"
           END-IF
       END-IF
       IF CAT-MIN-DISK-MB NOT = SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-MIN-DISK-MB))
               TO WS-REQ-VALUE-LEN
           MOVE FUNCTION TRIM(CAT-MIN-DISK-MB) TO WS-REQ-TOKEN
           IF WS-REQ-TOKEN(1:WS-REQ-VALUE-LEN) IS NOT NUMERIC
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-CATALOG-FILE-NAME)
                       " line " WS-LINE-DISPLAY
                       ": minimum free disk '"
                       FUNCTION TRIM(CAT-MIN-DISK-MB)
                       "' is not a number of MB"
           END-IF
       END-IF
       IF CAT-MIN-RAM-MB NOT = SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-MIN-RAM-MB))
               TO WS-REQ-VALUE-LEN
           MOVE FUNCTION TRIM(CAT-MIN-RAM-MB) TO WS-REQ-TOKEN
           IF WS-REQ-TOKEN(1:WS-REQ-VALUE-LEN) IS NOT NUMERIC
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-CATALOG-FILE-NAME)
                       " line " WS-LINE-DISPLAY
                       ": minimum RAM '"
                       FUNCTION TRIM(CAT-MIN-RAM-MB)
                       "' is not a number of MB"
           END-IF
       END-IF
       .

CHECK-REQ-VERSION-TOKEN.
       *>* Digits and dots only ("8.0", "22.04").
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REQ-TOKEN))
           TO WS-REQ-VALUE-LEN
       INSPECT WS-REQ-TOKEN(1:WS-REQ-VALUE-LEN) CONVERTING "." TO "0"
       IF WS-REQ-TOKEN(1:WS-REQ-VALUE-LEN) IS NUMERIC
           MOVE "Y" TO WS-REQ-VERSION-OK
       ELSE
           MOVE "N" TO WS-REQ-VERSION-OK
       END-IF
       .

CHECK-CATALOG-GROUPS.
       *>* Every name in the catalog's group list must be ALL or a group
       *>* some host actually carries in the assignment file - the
                       " line " WS-LINE-DISPLAY
                       ": step has no command"
           END-IF
           IF MANIFEST-CMD-TEXT(1:6) = "LIMIT="
               PERFORM CHECK-STEP-LIMIT-TOKEN
           END-IF
       END-IF
       .

CHECK-STEP-LIMIT-TOKEN.
       MOVE SPACES TO WS-LIMIT-TOKEN
       MOVE 1 TO WS-LIMIT-PTR
       UNSTRING MANIFEST-CMD-TEXT DELIMITED BY ALL SPACE
           INTO WS-LIMIT-TOKEN
           WITH POINTER WS-LIMIT-PTR
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIMIT-TOKEN))
           TO WS-LIMIT-VALUE-LEN
       SUBTRACT 6 FROM WS-LIMIT-VALUE-LEN
       IF WS-LIMIT-VALUE-LEN = 0 OR WS-LIMIT-VALUE-LEN > 5
          OR WS-LIMIT-TOKEN(7:WS-LIMIT-VALUE-LEN) IS NOT NUMERIC
           PERFORM BUMP-ERROR-COUNT
           DISPLAY "ERROR: "
                   FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
                   " line " WS-LINE-DISPLAY
                   ": step limit '" FUNCTION TRIM(WS-LIMIT-TOKEN)
                   "' is not a number of seconds"
       END-IF
       MOVE SPACES TO WS-LIMIT-REST
       IF WS-LIMIT-PTR <= FUNCTION LENGTH(MANIFEST-CMD-TEXT)
           MOVE MANIFEST-CMD-TEXT(WS-LIMIT-PTR:) TO WS-LIMIT-REST
       END-IF
       IF WS-LIMIT-REST = SPACES
           PERFORM BUMP-ERROR-COUNT
           DISPLAY "ERROR: "
                   FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
                   " line " WS-LINE-DISPLAY
                   ": step has a time limit but no command"
       END-IF
       .

       END-IF
       .

VALIDATE-PREREQS.
       *>* The prerequisite file is optional - no file means no package
       *>* depends on another.
       OPEN INPUT PREREQ-FILE
       IF WS-PREREQ-STATUS = "35"
           CONTINUE
       ELSE
           IF WS-PREREQ-STATUS NOT = "00"
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: cannot open prerequisite file "
                       FUNCTION TRIM(WS-PREREQ-FILE-NAME)
                       ", status " WS-PREREQ-STATUS
           ELSE
               MOVE "N" TO WS-PREREQ-EOF
               MOVE 0 TO WS-LINE-NUM
               PERFORM UNTIL WS-PREREQ-EOF = "Y"
                   READ PREREQ-FILE
                       AT END
                           MOVE "Y" TO WS-PREREQ-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           PERFORM CHECK-PREREQ-LINE
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
               PERFORM CHECK-PREREQ-CYCLES
           END-IF
       END-IF
       .

CHECK-PREREQ-LINE.
       IF PREREQ-RECORD = SPACES OR PREREQ-RECORD(1:1) = "*"
           CONTINUE
       ELSE
           MOVE WS-LINE-NUM TO WS-LINE-DISPLAY
           MOVE 0 TO WS-PREREQ-PKG-FOUND
           MOVE 0 TO WS-PREREQ-REQ-FOUND
           PERFORM VARYING WS-PLAN-PKG-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-PKG-IDX > WS-PKG-COUNT
                      OR WS-PLAN-PKG-IDX > WS-MAX-PKG-ENTRIES
               IF PKGRP-NAME(WS-PLAN-PKG-IDX) = PRQ-REC-PACKAGE
                   MOVE WS-PLAN-PKG-IDX TO WS-PREREQ-PKG-FOUND
               END-IF
               IF PKGRP-NAME(WS-PLAN-PKG-IDX) = PRQ-REC-REQUIRED
                   MOVE WS-PLAN-PKG-IDX TO WS-PREREQ-REQ-FOUND
               END-IF
           END-PERFORM
           IF WS-PREREQ-PKG-FOUND = 0
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-PREREQ-FILE-NAME)
                       " line " WS-LINE-DISPLAY
                       ": package '" FUNCTION TRIM(PRQ-REC-PACKAGE)
                       "' is not in the catalog"
           END-IF
           IF WS-PREREQ-REQ-FOUND = 0
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-PREREQ-FILE-NAME)
                       " line " WS-LINE-DISPLAY
                       ": required package '"
                       FUNCTION TRIM(PRQ-REC-REQUIRED)
                       "' is not in the catalog"
           END-IF
           IF PRQ-REC-PACKAGE = PRQ-REC-REQUIRED
                   AND PRQ-REC-PACKAGE NOT = SPACES
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-PREREQ-FILE-NAME)
                       " line " WS-LINE-DISPLAY
                       ": package '" FUNCTION TRIM(PRQ-REC-PACKAGE)
                       "' requires itself"
           END-IF
           IF WS-PREREQ-COUNT >= WS-MAX-TABLE-ENTRIES
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-PREREQ-FILE-NAME)
                       " line " WS-LINE-DISPLAY
                       ": too many prerequisite entries (max "
                       WS-MAX-TABLE-ENTRIES ")"
           ELSE
               ADD 1 TO WS-PREREQ-COUNT
               MOVE PRQ-REC-PACKAGE TO PRQ-PACKAGE(WS-PREREQ-COUNT)
               MOVE PRQ-REC-REQUIRED TO PRQ-REQUIRED(WS-PREREQ-COUNT)
           END-IF
       END-IF
       .

CHECK-PREREQ-CYCLES.
       *>* Same placement the installer uses to order a host's packages:
       *>* keep placing any package whose prerequisites are all placed.
       *>* Whatever can never be placed sits on (or behind) a cycle.
       *>* A self-reference was already reported line by line, so it
       *>* does not count again here.
       MOVE 0 TO WS-PLACED-COUNT
       PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-PKG-COUNT
                  OR WS-CAND-IDX > WS-MAX-PKG-ENTRIES
           MOVE "N" TO WS-PKG-PLACED(WS-CAND-IDX)
       END-PERFORM
       MOVE "Y" TO WS-PLACE-PROGRESS
       PERFORM UNTIL WS-PLACE-PROGRESS = "N"
           MOVE "N" TO WS-PLACE-PROGRESS
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-PKG-COUNT
                      OR WS-CAND-IDX > WS-MAX-PKG-ENTRIES
               IF WS-PKG-PLACED(WS-CAND-IDX) = "N"
                   PERFORM CHECK-CANDIDATE-PLACEABLE
                   IF WS-PLACE-READY = "Y"
                       MOVE "Y" TO WS-PKG-PLACED(WS-CAND-IDX)
                       ADD 1 TO WS-PLACED-COUNT
                       MOVE "Y" TO WS-PLACE-PROGRESS
                   END-IF
               END-IF
           END-PERFORM
       END-PERFORM
       PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-PKG-COUNT
                  OR WS-CAND-IDX > WS-MAX-PKG-ENTRIES
           IF WS-PKG-PLACED(WS-CAND-IDX) = "N"
               PERFORM BUMP-ERROR-COUNT
               DISPLAY "ERROR: "
                       FUNCTION TRIM(WS-PREREQ-FILE-NAME)
                       ": package '"
                       FUNCTION TRIM(PKGRP-NAME(WS-CAND-IDX))
                       "' is part of (or waits on) a prerequisite cycle"
           END-IF
       END-PERFORM
       .

CHECK-CANDIDATE-PLACEABLE.
       MOVE "Y" TO WS-PLACE-READY
       PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > WS-PREREQ-COUNT
           IF PRQ-PACKAGE(WS-PREREQ-IDX) = PKGRP-NAME(WS-CAND-IDX)
                   AND PRQ-REQUIRED(WS-PREREQ-IDX)
                       NOT = PKGRP-NAME(WS-CAND-IDX)
               PERFORM VARYING WS-PLAN-PKG-IDX FROM 1 BY 1
                       UNTIL WS-PLAN-PKG-IDX > WS-PKG-COUNT
                          OR WS-PLAN-PKG-IDX > WS-MAX-PKG-ENTRIES
                   IF PKGRP-NAME(WS-PLAN-PKG-IDX)
                           = PRQ-REQUIRED(WS-PREREQ-IDX)
                       IF WS-PKG-PLACED(WS-PLAN-PKG-IDX) = "N"
                           MOVE "N" TO WS-PLACE-READY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM
       .

LOAD-PILOT-LIST.
       OPEN INPUT PILOT-HOSTS
       IF WS-PILOT-STATUS = "00"
