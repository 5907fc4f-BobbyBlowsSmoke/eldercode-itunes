IDENTIFICATION DIVISION.
PROGRAM-ID. INSTALL-REQUESTS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

    SELECT REQUEST-STATUS-FILE ASSIGN TO DYNAMIC WS-RQSTAT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RQSTAT-STATUS.

    SELECT ONEOFF-FILE ASSIGN TO DYNAMIC WS-ONEOFF-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ONEOFF-STATUS.

    SELECT PACKAGE-CATALOG ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

    SELECT HOST-GROUPS ASSIGN TO DYNAMIC WS-GROUPS-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-GROUPS-STATUS.

    SELECT LICENSE-FILE ASSIGN TO DYNAMIC WS-LICENSE-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LICENSE-STATUS.

    SELECT QUARANTINE-FILE ASSIGN TO DYNAMIC WS-QUAR-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-QUAR-STATUS.

    SELECT INVENTORY-FILE ASSIGN TO DYNAMIC WS-INVENTORY-FILE-NAME
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-RECORD-KEY
           FILE STATUS IS WS-INVENTORY-STATUS.

    SELECT INSTALL-LOG ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*>* Helpdesk request file: one line per request, appended by the
*>* helpdesk and never rewritten here. Deleting a line withdraws the
*>* request (and drops it from the status file on the next pass).
FD  REQUEST-FILE.
01  REQUEST-RECORD               PIC X(120).
01  REQUEST-FIELDS REDEFINES REQUEST-RECORD.
    05  REQ-REC-ID              PIC X(10).
    05  FILLER                  PIC X(1).
    05  REQ-REC-HOST            PIC X(50).
    05  FILLER                  PIC X(1).
    05  REQ-REC-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  REQ-REC-REQUESTER       PIC X(20).
    05  FILLER                  PIC X(1).
    05  REQ-REC-DATE            PIC X(10).

*>* Where each request stands - rewritten whole on every pass. The
*>* stamp is when the status last changed; the run ID is the run that
*>* scheduled, installed or failed it.
FD  REQUEST-STATUS-FILE.
01  RQSTAT-RECORD.
    05  RQS-REC-ID              PIC X(10).
    05  FILLER                  PIC X(1).
    05  RQS-REC-HOST            PIC X(50).
    05  FILLER                  PIC X(1).
    05  RQS-REC-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  RQS-REC-REQUESTER       PIC X(20).
    05  FILLER                  PIC X(1).
    05  RQS-REC-REQUESTED       PIC X(10).
    05  FILLER                  PIC X(1).
    05  RQS-REC-STATUS          PIC X(9).
    05  FILLER                  PIC X(1).
    05  RQS-REC-STAMP           PIC X(19).
    05  FILLER                  PIC X(1).
    05  RQS-REC-RUN-ID          PIC X(15).
    05  FILLER                  PIC X(1).
    05  RQS-REC-REASON          PIC X(60).

*>* One-off targets for the installer and the staging pass: every
*>* SCHEDULED request, rewritten whole on every pass.
FD  ONEOFF-FILE.
    COPY "oneoffrec.cpy".

FD  PACKAGE-CATALOG.
01  CATALOG-RECORD               PIC X(300).
01  CATALOG-FIELDS REDEFINES CATALOG-RECORD.
    05  CAT-PACKAGE-NAME        PIC X(20).
    05  FILLER                  PIC X(1).
    05  CAT-MANIFEST-FILE       PIC X(50).
    05  FILLER                  PIC X(1).
    05  CAT-INSTALLER-PATTERN   PIC X(28).
    05  FILLER                  PIC X(1).
    05  CAT-PACKAGE-VERSION     PIC X(12).
    05  FILLER                  PIC X(1).
    05  CAT-UPGRADE-MANIFEST    PIC X(50).
    05  FILLER                  PIC X(1).
    05  CAT-HOST-GROUPS         PIC X(40).
    05  FILLER                  PIC X(1).
    05  CAT-UNDO-MANIFEST       PIC X(50).
    05  FILLER                  PIC X(1).
    05  CAT-STEP-LIMIT          PIC X(5).

FD  HOST-GROUPS.
01  GROUP-RECORD                 PIC X(80).
01  GROUP-FIELDS REDEFINES GROUP-RECORD.
    05  GRP-HOST                PIC X(50).
    05  FILLER                  PIC X(1).
    05  GRP-GROUP-NAME          PIC X(20).

FD  LICENSE-FILE.
01  LICENSE-RECORD               PIC X(80).
01  LICENSE-FIELDS REDEFINES LICENSE-RECORD.
    05  LIC-PACKAGE-NAME        PIC X(20).
    05  FILLER                  PIC X(1).
    05  LIC-SEAT-COUNT          PIC X(5).
    05  FILLER                  PIC X(1).
    05  LIC-EXPIRY-DATE         PIC X(10).

FD  QUARANTINE-FILE.
01  QUAR-RECORD.
    05  QUAR-REC-HOST           PIC X(50).
    05  FILLER                  PIC X(1).
    05  QUAR-REC-FAIL-COUNT     PIC 9(2).
    05  FILLER                  PIC X(1).
    05  QUAR-REC-HELD           PIC X(1).

FD  INVENTORY-FILE.
    COPY "invrec.cpy".

FD  INSTALL-LOG.
    COPY "instlogrec.cpy".

WORKING-STORAGE SECTION.
01 WS-REQUEST-FILE-NAME     PIC X(100) VALUE "data/install-requests.dat".
01 WS-REQUEST-STATUS        PIC X(2).
01 WS-REQUEST-EOF           PIC X(1)   VALUE "N".

01 WS-RQSTAT-FILE-NAME      PIC X(100) VALUE "install-request-status.dat".
01 WS-RQSTAT-STATUS         PIC X(2).
01 WS-RQSTAT-EOF            PIC X(1)   VALUE "N".

01 WS-ONEOFF-FILE-NAME      PIC X(100) VALUE "install-oneoff.dat".
01 WS-ONEOFF-STATUS         PIC X(2).

01 WS-CATALOG-FILE-NAME     PIC X(100) VALUE "data/package-catalog.dat".
01 WS-CATALOG-STATUS        PIC X(2).
01 WS-CATALOG-EOF           PIC X(1)   VALUE "N".
01 WS-CATALOG-OK            PIC X(1)   VALUE "N".

01 WS-GROUPS-FILE-NAME      PIC X(100) VALUE "data/host-groups.dat".
01 WS-GROUPS-STATUS         PIC X(2).
01 WS-GROUPS-EOF            PIC X(1)   VALUE "N".

01 WS-LICENSE-FILE-NAME     PIC X(100)
       VALUE "data/package-licenses.dat".
01 WS-LICENSE-STATUS        PIC X(2).
01 WS-LICENSE-EOF           PIC X(1)   VALUE "N".

01 WS-QUAR-FILE-NAME        PIC X(100) VALUE "host-quarantine.dat".
01 WS-QUAR-STATUS           PIC X(2).
01 WS-QUAR-EOF              PIC X(1)   VALUE "N".

01 WS-INVENTORY-FILE-NAME   PIC X(100) VALUE "software-inventory.dat".
01 WS-INVENTORY-STATUS      PIC X(2).
01 WS-INVENTORY-OK          PIC X(1)   VALUE "N".
01 WS-INV-AT-END            PIC X(1)   VALUE "N".

01 WS-LOG-FILE-NAME         PIC X(100) VALUE "install-log.txt".
01 WS-LOG-STATUS            PIC X(2).
01 WS-LOG-EOF               PIC X(1)   VALUE "N".

01 WS-MAX-TABLE-ENTRIES     PIC 9(4) VALUE 50.
01 WS-MAX-PACKAGE-ENTRIES   PIC 9(4) VALUE 20.
01 WS-MAX-REQUEST-ENTRIES   PIC 9(4) VALUE 1000.

*>* Every request the helpdesk file still holds, with its status.
*>* Status is PENDING (received, not yet decided), REJECTED (failed
*>* an eligibility check - the reason says which), SCHEDULED (a
*>* one-off target for the next install run), INSTALLED or FAILED
*>* (from that run's audit records). RQ-OUT-* collect the outcome of
*>* the latest install run seen in the audit log for the request:
*>* "F" failed, "I" installed or already current, "W" the host or
*>* package was put off (DEFERRED, HELD, UNHEALTHY, PILOT) and the
*>* request stays SCHEDULED for the run after.
01 WS-REQUEST-TABLE.
   05 WS-REQUEST-ENTRY OCCURS 1000 TIMES.
      10 RQ-ID                PIC X(10).
      10 RQ-HOST              PIC X(50).
      10 RQ-PACKAGE           PIC X(20).
      10 RQ-REQUESTER         PIC X(20).
      10 RQ-REQUESTED         PIC X(10).
      10 RQ-STATUS            PIC X(9).
      10 RQ-STAMP             PIC X(19).
      10 RQ-RUN-ID            PIC X(15).
      10 RQ-REASON            PIC X(60).
      10 RQ-SEEN              PIC X(1).
      10 RQ-OUT-RUN           PIC X(15).
      10 RQ-OUT-RESULT        PIC X(1).
      10 RQ-OUT-STATUS        PIC X(9).
      10 RQ-OUT-NOTE          PIC X(40).
01 WS-REQUEST-COUNT         PIC 9(4) VALUE 0.
01 WS-REQUEST-IDX           PIC 9(4).
01 WS-FOUND-REQUEST-IDX     PIC 9(4).
01 WS-KEEP-IDX              PIC 9(4).
01 WS-DUP-IDX               PIC 9(4).

01 WS-PACKAGE-TABLE.
   05 WS-PACKAGE-ENTRY OCCURS 20 TIMES.
      10 PKG-NAME             PIC X(20).
      10 PKG-VERSION          PIC X(12).
      10 PKG-GROUPS           PIC X(40).
      10 PKG-LICENSED         PIC X(1).
      10 PKG-SEAT-LIMIT       PIC 9(5).
      10 PKG-SEATS-USED       PIC 9(5).
01 WS-PKG-COUNT             PIC 9(4) VALUE 0.
01 WS-PKG-IDX               PIC 9(4).
01 WS-FOUND-PKG-IDX         PIC 9(4).

01 WS-HOST-GROUP-TABLE.
   05 WS-HOST-GROUP-ENTRY OCCURS 50 TIMES.
      10 HG-HOST              PIC X(50).
      10 HG-GROUP             PIC X(20).
01 WS-HOST-GROUP-COUNT      PIC 9(4) VALUE 0.
01 WS-HOST-GROUP-IDX        PIC 9(4).
01 WS-CURRENT-GROUP         PIC X(20).
01 WS-GROUP-MATCH           PIC X(1)  VALUE "Y".
01 WS-GROUP-TOKEN-TABLE.
   05 WS-GROUP-TOKEN OCCURS 8 TIMES PIC X(20).
01 WS-GROUP-TOKEN-IDX       PIC 9(4).

01 WS-QUARANTINE-TABLE.
   05 WS-QUAR-ENTRY OCCURS 50 TIMES.
      10 QUAR-HOST            PIC X(50).
      10 QUAR-HELD            PIC X(1).
01 WS-QUAR-COUNT            PIC 9(4) VALUE 0.
01 WS-QUAR-IDX              PIC 9(4).
01 WS-HOST-HELD             PIC X(1).

01 WS-CURRENT-HOST          PIC X(50).
01 WS-CURRENT-PACKAGE       PIC X(20).
01 WS-PKG-INSTALLED         PIC X(1).
01 WS-INSTALLED-VERSION     PIC X(12).
01 WS-SEATS-DISPLAY         PIC Z(4)9.
01 WS-LIMIT-DISPLAY         PIC Z(4)9.
01 WS-NEW-STATUS            PIC X(9).
01 WS-NEW-REASON            PIC X(60).

01 WS-RUN-ID                PIC X(15) VALUE SPACES.
01 WS-CURR-DATE-TIME        PIC X(21).
01 WS-NOW-STAMP             PIC X(19).
01 WS-WRITE-FAILED          PIC X(1)  VALUE "N".

01 WS-COUNT-PENDING         PIC 9(4) VALUE 0.
01 WS-COUNT-REJECTED        PIC 9(4) VALUE 0.
01 WS-COUNT-SCHEDULED       PIC 9(4) VALUE 0.
01 WS-COUNT-INSTALLED       PIC 9(4) VALUE 0.
01 WS-COUNT-FAILED          PIC 9(4) VALUE 0.
01 WS-COUNT-DISPLAY         PIC Z(3)9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       DISPLAY "Processing install requests..."
       PERFORM RESOLVE-RUN-ID
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2) " " WS-CURR-DATE-TIME(9:2) ":"
              WS-CURR-DATE-TIME(11:2) ":" WS-CURR-DATE-TIME(13:2)
              DELIMITED BY SIZE INTO WS-NOW-STAMP

       *>* Statuses first, then whatever the helpdesk has added since;
       *>* a request dropped from the helpdesk file is withdrawn.
       PERFORM LOAD-REQUEST-STATUS
       PERFORM LOAD-REQUEST-FILE
       PERFORM DROP-WITHDRAWN-REQUESTS

       *>* Last night's (or tonight's) install records settle the
       *>* SCHEDULED requests before anything new is approved, so a
       *>* seat freed or taken by the run is counted correctly.
       PERFORM UPDATE-FROM-INSTALL-LOG

       PERFORM LOAD-PACKAGE-CATALOG
       PERFORM LOAD-HOST-GROUPS
       PERFORM LOAD-LICENSES
       PERFORM LOAD-QUARANTINE
       PERFORM OPEN-INVENTORY
       PERFORM COUNT-SEATS-IN-USE
       PERFORM COUNT-SEATS-RESERVED
       PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
               UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
           IF RQ-STATUS(WS-REQUEST-IDX) = "PENDING"
               PERFORM EVALUATE-REQUEST
           END-IF
       END-PERFORM
       IF WS-INVENTORY-OK = "Y"
           CLOSE INVENTORY-FILE
       END-IF

       PERFORM REWRITE-REQUEST-STATUS
       PERFORM REWRITE-ONEOFF-FILE
       PERFORM SHOW-REQUEST-COUNTS

       IF WS-WRITE-FAILED = "Y"
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF
       GOBACK.

RESOLVE-RUN-ID.
       MOVE SPACES TO WS-RUN-ID
       ACCEPT WS-RUN-ID FROM ENVIRONMENT "INSTALL_RUN_ID"
       IF WS-RUN-ID = SPACES
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
           MOVE SPACES TO WS-RUN-ID
           STRING "R" WS-CURR-DATE-TIME(1:14)
                  DELIMITED BY SIZE INTO WS-RUN-ID
       END-IF
       .

LOAD-REQUEST-STATUS.
       *>* No status file yet - every request is new.
       OPEN INPUT REQUEST-STATUS-FILE
       IF WS-RQSTAT-STATUS = "00"
           PERFORM UNTIL WS-RQSTAT-EOF = "Y"
               READ REQUEST-STATUS-FILE
                   AT END
                       MOVE "Y" TO WS-RQSTAT-EOF
                   NOT AT END
                       IF RQSTAT-RECORD NOT = SPACES
                           PERFORM LOAD-STATUS-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-STATUS-FILE
       END-IF
       .

LOAD-STATUS-ENTRY.
       IF WS-REQUEST-COUNT >= WS-MAX-REQUEST-ENTRIES
           DISPLAY "Too many requests (max " WS-MAX-REQUEST-ENTRIES
                   ") - ignoring status of " FUNCTION TRIM(RQS-REC-ID)
       ELSE
           ADD 1 TO WS-REQUEST-COUNT
           MOVE RQS-REC-ID TO RQ-ID(WS-REQUEST-COUNT)
           MOVE RQS-REC-HOST TO RQ-HOST(WS-REQUEST-COUNT)
           MOVE RQS-REC-PACKAGE TO RQ-PACKAGE(WS-REQUEST-COUNT)
           MOVE RQS-REC-REQUESTER TO RQ-REQUESTER(WS-REQUEST-COUNT)
           MOVE RQS-REC-REQUESTED TO RQ-REQUESTED(WS-REQUEST-COUNT)
           MOVE RQS-REC-STATUS TO RQ-STATUS(WS-REQUEST-COUNT)
           MOVE RQS-REC-STAMP TO RQ-STAMP(WS-REQUEST-COUNT)
           MOVE RQS-REC-RUN-ID TO RQ-RUN-ID(WS-REQUEST-COUNT)
           MOVE RQS-REC-REASON TO RQ-REASON(WS-REQUEST-COUNT)
           MOVE "N" TO RQ-SEEN(WS-REQUEST-COUNT)
           MOVE SPACES TO RQ-OUT-RUN(WS-REQUEST-COUNT)
           MOVE SPACE TO RQ-OUT-RESULT(WS-REQUEST-COUNT)
           MOVE SPACES TO RQ-OUT-STATUS(WS-REQUEST-COUNT)
           MOVE SPACES TO RQ-OUT-NOTE(WS-REQUEST-COUNT)
       END-IF
       .

LOAD-REQUEST-FILE.
       OPEN INPUT REQUEST-FILE
       IF WS-REQUEST-STATUS = "35"
           DISPLAY "No request file " FUNCTION TRIM(WS-REQUEST-FILE-NAME)
                   " - nothing requested."
       ELSE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "Unable to open request file "
                       WS-REQUEST-FILE-NAME ", status " WS-REQUEST-STATUS
               *>* Unreadable is not the same as empty - keep every
               *>* status rather than withdraw the lot.
               PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                       UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                   MOVE "Y" TO RQ-SEEN(WS-REQUEST-IDX)
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-REQUEST-EOF = "Y"
                   READ REQUEST-FILE
                       AT END
                           MOVE "Y" TO WS-REQUEST-EOF
                       NOT AT END
                           IF REQUEST-RECORD NOT = SPACES
                                   AND REQUEST-RECORD(1:1) NOT = "*"
                               PERFORM LOAD-REQUEST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
       END-IF
       .

LOAD-REQUEST-ENTRY.
       IF REQ-REC-ID = SPACES
           DISPLAY "Ignoring request with no request ID for "
                   FUNCTION TRIM(REQ-REC-HOST) " "
                   FUNCTION TRIM(REQ-REC-PACKAGE)
       ELSE
           MOVE 0 TO WS-FOUND-REQUEST-IDX
           PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                   UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
               IF RQ-ID(WS-REQUEST-IDX) = REQ-REC-ID
                   MOVE WS-REQUEST-IDX TO WS-FOUND-REQUEST-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-REQUEST-IDX NOT = 0
               IF RQ-SEEN(WS-FOUND-REQUEST-IDX) = "Y"
                   DISPLAY "Ignoring duplicate request ID "
                           FUNCTION TRIM(REQ-REC-ID)
                           " - the first line with that ID stands"
               ELSE
                   MOVE "Y" TO RQ-SEEN(WS-FOUND-REQUEST-IDX)
               END-IF
           ELSE
               IF WS-REQUEST-COUNT >= WS-MAX-REQUEST-ENTRIES
                   DISPLAY "Too many requests (max "
                           WS-MAX-REQUEST-ENTRIES
                           ") - ignoring " FUNCTION TRIM(REQ-REC-ID)
               ELSE
                   ADD 1 TO WS-REQUEST-COUNT
                   MOVE REQ-REC-ID TO RQ-ID(WS-REQUEST-COUNT)
                   MOVE REQ-REC-HOST TO RQ-HOST(WS-REQUEST-COUNT)
                   MOVE REQ-REC-PACKAGE TO RQ-PACKAGE(WS-REQUEST-COUNT)
                   MOVE REQ-REC-REQUESTER
                       TO RQ-REQUESTER(WS-REQUEST-COUNT)
                   MOVE REQ-REC-DATE TO RQ-REQUESTED(WS-REQUEST-COUNT)
                   MOVE "PENDING" TO RQ-STATUS(WS-REQUEST-COUNT)
                   MOVE WS-NOW-STAMP TO RQ-STAMP(WS-REQUEST-COUNT)
                   MOVE WS-RUN-ID TO RQ-RUN-ID(WS-REQUEST-COUNT)
                   MOVE "received - awaiting eligibility check"
                       TO RQ-REASON(WS-REQUEST-COUNT)
                   MOVE "Y" TO RQ-SEEN(WS-REQUEST-COUNT)
                   MOVE SPACES TO RQ-OUT-RUN(WS-REQUEST-COUNT)
                   MOVE SPACE TO RQ-OUT-RESULT(WS-REQUEST-COUNT)
                   MOVE SPACES TO RQ-OUT-STATUS(WS-REQUEST-COUNT)
                   MOVE SPACES TO RQ-OUT-NOTE(WS-REQUEST-COUNT)
                   DISPLAY "New request " FUNCTION TRIM(REQ-REC-ID)
                           ": " FUNCTION TRIM(REQ-REC-PACKAGE) " on "
                           FUNCTION TRIM(REQ-REC-HOST) " for "
                           FUNCTION TRIM(REQ-REC-REQUESTER)
               END-IF
           END-IF
       END-IF
       .

DROP-WITHDRAWN-REQUESTS.
       MOVE 0 TO WS-KEEP-IDX
       PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
               UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
           IF RQ-SEEN(WS-REQUEST-IDX) = "Y"
               ADD 1 TO WS-KEEP-IDX
               IF WS-KEEP-IDX NOT = WS-REQUEST-IDX
                   MOVE WS-REQUEST-ENTRY(WS-REQUEST-IDX)
                       TO WS-REQUEST-ENTRY(WS-KEEP-IDX)
               END-IF
           ELSE
               DISPLAY "Request " FUNCTION TRIM(RQ-ID(WS-REQUEST-IDX))
                       " is no longer in "
                       FUNCTION TRIM(WS-REQUEST-FILE-NAME)
                       " - withdrawn ("
                       FUNCTION TRIM(RQ-STATUS(WS-REQUEST-IDX)) ")"
           END-IF
       END-PERFORM
       MOVE WS-KEEP-IDX TO WS-REQUEST-COUNT
       .

UPDATE-FROM-INSTALL-LOG.
       *>* Only records written after the request was scheduled count,
       *>* and only the latest install run among them decides. Host-level
       *>* records (no package) apply to every request for the host.
       OPEN INPUT INSTALL-LOG
       IF WS-LOG-STATUS = "00"
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ INSTALL-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                               UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                           IF RQ-STATUS(WS-REQUEST-IDX) = "SCHEDULED"
                                   AND LOG-HOST = RQ-HOST(WS-REQUEST-IDX)
                                   AND LOG-TIMESTAMP
                                       >= RQ-STAMP(WS-REQUEST-IDX)
                                   AND (LOG-PACKAGE = SPACES
                                     OR LOG-PACKAGE
                                        = RQ-PACKAGE(WS-REQUEST-IDX))
                               PERFORM APPLY-LOG-TO-REQUEST
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE INSTALL-LOG
       END-IF
       PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
               UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
           IF RQ-STATUS(WS-REQUEST-IDX) = "SCHEDULED"
                   AND RQ-OUT-RESULT(WS-REQUEST-IDX) NOT = SPACE
               PERFORM SETTLE-SCHEDULED-REQUEST
           END-IF
       END-PERFORM
       .

APPLY-LOG-TO-REQUEST.
       IF LOG-RUN-ID NOT = RQ-OUT-RUN(WS-REQUEST-IDX)
           MOVE LOG-RUN-ID TO RQ-OUT-RUN(WS-REQUEST-IDX)
           MOVE SPACE TO RQ-OUT-RESULT(WS-REQUEST-IDX)
           MOVE SPACES TO RQ-OUT-STATUS(WS-REQUEST-IDX)
           MOVE SPACES TO RQ-OUT-NOTE(WS-REQUEST-IDX)
       END-IF
       *>* A failure anywhere in the run outranks the steps that worked
       *>* before it; a put-off counts only when nothing else happened.
       EVALUATE LOG-STATUS
           WHEN "FAILED"
           WHEN "TIMEOUT"
           WHEN "SKIPPED"
           WHEN "ROLLBACK"
           WHEN "RBFAILED"
           WHEN "STGFAIL"
           WHEN "UNSTAGED"
           WHEN "NO-SEAT"
           WHEN "PREREQ"
           WHEN "HOSTREQ"
               IF RQ-OUT-RESULT(WS-REQUEST-IDX) NOT = "F"
                   MOVE "F" TO RQ-OUT-RESULT(WS-REQUEST-IDX)
                   MOVE LOG-STATUS TO RQ-OUT-STATUS(WS-REQUEST-IDX)
                   MOVE LOG-COMMAND TO RQ-OUT-NOTE(WS-REQUEST-IDX)
               END-IF
           WHEN "SUCCESS"
           WHEN "RESUMED"
           WHEN "UPTODATE"
               IF RQ-OUT-RESULT(WS-REQUEST-IDX) NOT = "F"
                   MOVE "I" TO RQ-OUT-RESULT(WS-REQUEST-IDX)
                   MOVE LOG-STATUS TO RQ-OUT-STATUS(WS-REQUEST-IDX)
               END-IF
           WHEN "DEFERRED"
           WHEN "HELD"
           WHEN "UNHEALTHY"
           WHEN "PILOT"
           WHEN "CHGHOLD"
               IF RQ-OUT-RESULT(WS-REQUEST-IDX) = SPACE
                   MOVE "W" TO RQ-OUT-RESULT(WS-REQUEST-IDX)
                   MOVE LOG-STATUS TO RQ-OUT-STATUS(WS-REQUEST-IDX)
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       .

SETTLE-SCHEDULED-REQUEST.
       MOVE SPACES TO WS-NEW-REASON
       EVALUATE RQ-OUT-RESULT(WS-REQUEST-IDX)
           WHEN "F"
               MOVE "FAILED" TO RQ-STATUS(WS-REQUEST-IDX)
               STRING FUNCTION TRIM(RQ-OUT-STATUS(WS-REQUEST-IDX))
                      ": " FUNCTION TRIM(RQ-OUT-NOTE(WS-REQUEST-IDX))
                      DELIMITED BY SIZE INTO WS-NEW-REASON
           WHEN "I"
               MOVE "INSTALLED" TO RQ-STATUS(WS-REQUEST-IDX)
               IF RQ-OUT-STATUS(WS-REQUEST-IDX) = "UPTODATE"
                   MOVE "already at the catalog version at install time"
                       TO WS-NEW-REASON
               ELSE
                   MOVE "installed" TO WS-NEW-REASON
               END-IF
           WHEN OTHER
               STRING FUNCTION TRIM(RQ-OUT-STATUS(WS-REQUEST-IDX))
                      " in run "
                      FUNCTION TRIM(RQ-OUT-RUN(WS-REQUEST-IDX))
                      " - retried next run"
                      DELIMITED BY SIZE INTO WS-NEW-REASON
       END-EVALUATE
       MOVE WS-NEW-REASON TO RQ-REASON(WS-REQUEST-IDX)
       MOVE WS-NOW-STAMP TO RQ-STAMP(WS-REQUEST-IDX)
       MOVE RQ-OUT-RUN(WS-REQUEST-IDX) TO RQ-RUN-ID(WS-REQUEST-IDX)
       DISPLAY "Request " FUNCTION TRIM(RQ-ID(WS-REQUEST-IDX)) ": "
               FUNCTION TRIM(RQ-STATUS(WS-REQUEST-IDX)) " - "
               FUNCTION TRIM(WS-NEW-REASON)
       .

LOAD-PACKAGE-CATALOG.
       OPEN INPUT PACKAGE-CATALOG
       IF WS-CATALOG-STATUS NOT = "00"
           DISPLAY "Unable to open package catalog " WS-CATALOG-FILE-NAME
                   ", status " WS-CATALOG-STATUS
                   " - new requests stay PENDING."
       ELSE
           MOVE "Y" TO WS-CATALOG-OK
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ PACKAGE-CATALOG
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                               AND CATALOG-RECORD(1:1) NOT = "*"
                           IF WS-PKG-COUNT >= WS-MAX-PACKAGE-ENTRIES
                               DISPLAY "Too many catalog packages (max "
                                       WS-MAX-PACKAGE-ENTRIES
                                       ") - ignoring "
                                       FUNCTION TRIM(CAT-PACKAGE-NAME)
                           ELSE
                               ADD 1 TO WS-PKG-COUNT
                               MOVE CAT-PACKAGE-NAME
                                   TO PKG-NAME(WS-PKG-COUNT)
                               MOVE CAT-PACKAGE-VERSION
                                   TO PKG-VERSION(WS-PKG-COUNT)
                               MOVE CAT-HOST-GROUPS
                                   TO PKG-GROUPS(WS-PKG-COUNT)
                               MOVE "N" TO PKG-LICENSED(WS-PKG-COUNT)
                               MOVE 0 TO PKG-SEAT-LIMIT(WS-PKG-COUNT)
                               MOVE 0 TO PKG-SEATS-USED(WS-PKG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKAGE-CATALOG
       END-IF
       .

LOAD-HOST-GROUPS.
       *>* Optional, as for the installer: a host with no entry only
       *>* qualifies for ALL-group packages.
       OPEN INPUT HOST-GROUPS
       IF WS-GROUPS-STATUS = "00"
           PERFORM UNTIL WS-GROUPS-EOF = "Y"
               READ HOST-GROUPS
                   AT END
                       MOVE "Y" TO WS-GROUPS-EOF
                   NOT AT END
                       IF GROUP-RECORD NOT = SPACES
                               AND GROUP-RECORD(1:1) NOT = "*"
                           IF WS-HOST-GROUP-COUNT >= WS-MAX-TABLE-ENTRIES
                               DISPLAY "Too many host group entries (max "
                                       WS-MAX-TABLE-ENTRIES
                                       ") - ignoring "
                                       FUNCTION TRIM(GRP-HOST)
                           ELSE
                               ADD 1 TO WS-HOST-GROUP-COUNT
                               MOVE GRP-HOST
                                   TO HG-HOST(WS-HOST-GROUP-COUNT)
                               MOVE GRP-GROUP-NAME
                                   TO HG-GROUP(WS-HOST-GROUP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOST-GROUPS
       END-IF
       .

LOAD-LICENSES.
       *>* Optional - packages without an entry are unmetered.
       OPEN INPUT LICENSE-FILE
       IF WS-LICENSE-STATUS = "00"
           PERFORM UNTIL WS-LICENSE-EOF = "Y"
               READ LICENSE-FILE
                   AT END
                       MOVE "Y" TO WS-LICENSE-EOF
                   NOT AT END
                       IF LICENSE-RECORD NOT = SPACES
                               AND LICENSE-RECORD(1:1) NOT = "*"
                               AND LIC-SEAT-COUNT IS NUMERIC
                           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                                   UNTIL WS-PKG-IDX > WS-PKG-COUNT
                               IF PKG-NAME(WS-PKG-IDX) = LIC-PACKAGE-NAME
                                   MOVE "Y" TO PKG-LICENSED(WS-PKG-IDX)
                                   MOVE LIC-SEAT-COUNT
                                       TO PKG-SEAT-LIMIT(WS-PKG-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LICENSE-FILE
       END-IF
       .

LOAD-QUARANTINE.
       *>* Optional - no file means no host is held.
       OPEN INPUT QUARANTINE-FILE
       IF WS-QUAR-STATUS = "00"
           PERFORM UNTIL WS-QUAR-EOF = "Y"
               READ QUARANTINE-FILE
                   AT END
                       MOVE "Y" TO WS-QUAR-EOF
                   NOT AT END
                       IF QUAR-RECORD NOT = SPACES
                           IF WS-QUAR-COUNT >= WS-MAX-TABLE-ENTRIES
                               DISPLAY "Too many quarantine entries (max "
                                       WS-MAX-TABLE-ENTRIES
                                       ") - ignoring "
                                       FUNCTION TRIM(QUAR-REC-HOST)
                           ELSE
                               ADD 1 TO WS-QUAR-COUNT
                               MOVE QUAR-REC-HOST
                                   TO QUAR-HOST(WS-QUAR-COUNT)
                               MOVE QUAR-REC-HELD
                                   TO QUAR-HELD(WS-QUAR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUARANTINE-FILE
       END-IF
       .

OPEN-INVENTORY.
       *>* Read-only. No inventory yet simply means nothing is
       *>* installed anywhere; any other failure leaves new requests
       *>* PENDING, since neither the seat count nor "already installed"
       *>* can be judged.
       OPEN INPUT INVENTORY-FILE
       IF WS-INVENTORY-STATUS = "00"
           MOVE "Y" TO WS-INVENTORY-OK
       ELSE
           MOVE "N" TO WS-INVENTORY-OK
           IF WS-INVENTORY-STATUS NOT = "35"
               DISPLAY "Unable to open inventory " WS-INVENTORY-FILE-NAME
                       ", status " WS-INVENTORY-STATUS
                       " - new requests stay PENDING."
           END-IF
       END-IF
       .

COUNT-SEATS-IN-USE.
       *>* Same count the installer makes: every inventory record is a
       *>* seat some machine already holds.
       IF WS-INVENTORY-OK = "Y"
           MOVE SPACES TO INV-MACHINE-NAME
           MOVE SPACES TO INV-PACKAGE-NAME
           START INVENTORY-FILE KEY NOT < INV-RECORD-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-INVENTORY-STATUS = "00"
               MOVE "N" TO WS-INV-AT-END
               PERFORM UNTIL WS-INV-AT-END = "Y"
                   READ INVENTORY-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-INV-AT-END
                       NOT AT END
                           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                                   UNTIL WS-PKG-IDX > WS-PKG-COUNT
                               IF PKG-NAME(WS-PKG-IDX)
                                       = INV-PACKAGE-NAME
                                   ADD 1
                                       TO PKG-SEATS-USED(WS-PKG-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF
       END-IF
       .

COUNT-SEATS-RESERVED.
       *>* A request already SCHEDULED for a machine without the
       *>* package has a seat spoken for, even though the install
       *>* hasn't run yet.
       PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
               UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
           IF RQ-STATUS(WS-REQUEST-IDX) = "SCHEDULED"
               MOVE RQ-HOST(WS-REQUEST-IDX) TO WS-CURRENT-HOST
               MOVE RQ-PACKAGE(WS-REQUEST-IDX) TO WS-CURRENT-PACKAGE
               PERFORM FIND-CATALOG-PACKAGE
               IF WS-FOUND-PKG-IDX NOT = 0
                   PERFORM LOOKUP-INVENTORY
                   IF WS-PKG-INSTALLED = "N"
                       ADD 1 TO PKG-SEATS-USED(WS-FOUND-PKG-IDX)
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       .

EVALUATE-REQUEST.
       *>* Checks run in the order the helpdesk would ask them; the
       *>* first one that fails is the reason given, and the checks
       *>* after it are passed over once a reason is set.
       MOVE RQ-HOST(WS-REQUEST-IDX) TO WS-CURRENT-HOST
       MOVE RQ-PACKAGE(WS-REQUEST-IDX) TO WS-CURRENT-PACKAGE
       MOVE "REJECTED" TO WS-NEW-STATUS
       MOVE SPACES TO WS-NEW-REASON
       IF WS-CURRENT-HOST = SPACES OR WS-CURRENT-PACKAGE = SPACES
           MOVE "incomplete request - host and package are both needed"
               TO WS-NEW-REASON
       END-IF
       IF WS-NEW-REASON = SPACES
           IF WS-CATALOG-OK = "N"
                   OR (WS-INVENTORY-OK = "N"
                       AND WS-INVENTORY-STATUS NOT = "35")
               *>* Can't judge tonight - left PENDING for the next pass.
               MOVE "PENDING" TO WS-NEW-STATUS
               MOVE "catalog or inventory unavailable - retried next run"
                   TO WS-NEW-REASON
           END-IF
       END-IF
       IF WS-NEW-REASON = SPACES
           PERFORM FIND-CATALOG-PACKAGE
           IF WS-FOUND-PKG-IDX = 0
               STRING "package " FUNCTION TRIM(WS-CURRENT-PACKAGE)
                      " is not in the catalog"
                      DELIMITED BY SIZE INTO WS-NEW-REASON
           ELSE
               MOVE WS-FOUND-PKG-IDX TO WS-PKG-IDX
           END-IF
       END-IF
       IF WS-NEW-REASON = SPACES
           PERFORM FIND-GROUP-FOR-HOST
           PERFORM CHECK-PACKAGE-GROUP
           IF WS-GROUP-MATCH = "N"
               IF WS-CURRENT-GROUP = SPACES
                   STRING "host has no group; package is for "
                          FUNCTION TRIM(PKG-GROUPS(WS-PKG-IDX))
                          DELIMITED BY SIZE INTO WS-NEW-REASON
               ELSE
                   STRING "group " FUNCTION TRIM(WS-CURRENT-GROUP)
                          " is not licensed for this package"
                          DELIMITED BY SIZE INTO WS-NEW-REASON
               END-IF
           END-IF
       END-IF
       IF WS-NEW-REASON = SPACES
           PERFORM CHECK-QUARANTINE-FOR-HOST
           IF WS-HOST-HELD = "Y"
               MOVE "host is quarantined - needs ./quarantine-release"
                   TO WS-NEW-REASON
           END-IF
       END-IF
       IF WS-NEW-REASON = SPACES
           MOVE 0 TO WS-DUP-IDX
           PERFORM VARYING WS-FOUND-REQUEST-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-REQUEST-IDX > WS-REQUEST-COUNT
               IF RQ-STATUS(WS-FOUND-REQUEST-IDX) = "SCHEDULED"
                       AND RQ-HOST(WS-FOUND-REQUEST-IDX) = WS-CURRENT-HOST
                       AND RQ-PACKAGE(WS-FOUND-REQUEST-IDX)
                           = WS-CURRENT-PACKAGE
                   MOVE WS-FOUND-REQUEST-IDX TO WS-DUP-IDX
               END-IF
           END-PERFORM
           IF WS-DUP-IDX NOT = 0
               STRING "duplicate of open request "
                      FUNCTION TRIM(RQ-ID(WS-DUP-IDX))
                      DELIMITED BY SIZE INTO WS-NEW-REASON
           END-IF
       END-IF
       IF WS-NEW-REASON = SPACES
           PERFORM LOOKUP-INVENTORY
           IF WS-PKG-INSTALLED = "Y"
                   AND WS-INSTALLED-VERSION = PKG-VERSION(WS-PKG-IDX)
               STRING "already installed at catalog version "
                      FUNCTION TRIM(WS-INSTALLED-VERSION)
                      DELIMITED BY SIZE INTO WS-NEW-REASON
           END-IF
       END-IF
       *>* An upgrade keeps the seat the machine already holds; only a
       *>* fresh install needs a free one.
       IF WS-NEW-REASON = SPACES
           IF WS-PKG-INSTALLED = "N" AND PKG-LICENSED(WS-PKG-IDX) = "Y"
                   AND PKG-SEATS-USED(WS-PKG-IDX)
                       >= PKG-SEAT-LIMIT(WS-PKG-IDX)
               MOVE PKG-SEATS-USED(WS-PKG-IDX) TO WS-SEATS-DISPLAY
               MOVE PKG-SEAT-LIMIT(WS-PKG-IDX) TO WS-LIMIT-DISPLAY
               STRING "no licensed seat free ("
                      FUNCTION TRIM(WS-SEATS-DISPLAY) " of "
                      FUNCTION TRIM(WS-LIMIT-DISPLAY)
                      " in use or scheduled)"
                      DELIMITED BY SIZE INTO WS-NEW-REASON
           END-IF
       END-IF
       IF WS-NEW-REASON = SPACES
           MOVE "SCHEDULED" TO WS-NEW-STATUS
           IF WS-PKG-INSTALLED = "Y"
               STRING "approved - upgrade from "
                      FUNCTION TRIM(WS-INSTALLED-VERSION)
                      " in the next install run"
                      DELIMITED BY SIZE INTO WS-NEW-REASON
           ELSE
               ADD 1 TO PKG-SEATS-USED(WS-PKG-IDX)
               MOVE "approved - installs in the next install run"
                   TO WS-NEW-REASON
           END-IF
       END-IF

       IF WS-NEW-STATUS NOT = RQ-STATUS(WS-REQUEST-IDX)
               OR WS-NEW-REASON NOT = RQ-REASON(WS-REQUEST-IDX)
           MOVE WS-NOW-STAMP TO RQ-STAMP(WS-REQUEST-IDX)
           MOVE WS-RUN-ID TO RQ-RUN-ID(WS-REQUEST-IDX)
       END-IF
       MOVE WS-NEW-STATUS TO RQ-STATUS(WS-REQUEST-IDX)
       MOVE WS-NEW-REASON TO RQ-REASON(WS-REQUEST-IDX)
       DISPLAY "Request " FUNCTION TRIM(RQ-ID(WS-REQUEST-IDX)) ": "
               FUNCTION TRIM(WS-NEW-STATUS) " - "
               FUNCTION TRIM(WS-NEW-REASON)
       .

FIND-CATALOG-PACKAGE.
       MOVE 0 TO WS-FOUND-PKG-IDX
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           IF PKG-NAME(WS-PKG-IDX) = WS-CURRENT-PACKAGE
               MOVE WS-PKG-IDX TO WS-FOUND-PKG-IDX
           END-IF
       END-PERFORM
       .

FIND-GROUP-FOR-HOST.
       MOVE SPACES TO WS-CURRENT-GROUP
       PERFORM VARYING WS-HOST-GROUP-IDX FROM 1 BY 1
               UNTIL WS-HOST-GROUP-IDX > WS-HOST-GROUP-COUNT
           IF HG-HOST(WS-HOST-GROUP-IDX) = WS-CURRENT-HOST
               MOVE HG-GROUP(WS-HOST-GROUP-IDX) TO WS-CURRENT-GROUP
           END-IF
       END-PERFORM
       .

CHECK-PACKAGE-GROUP.
       *>* Whole-name match against the catalog's group list, the same
       *>* rule INSTALL-ITUNES applies - group "OFFICE" must not match
       *>* a host in "BACKOFFICE".
       MOVE "Y" TO WS-GROUP-MATCH
       IF PKG-GROUPS(WS-PKG-IDX) = SPACES
           CONTINUE
       ELSE
           MOVE "N" TO WS-GROUP-MATCH
           MOVE SPACES TO WS-GROUP-TOKEN-TABLE
           UNSTRING FUNCTION TRIM(PKG-GROUPS(WS-PKG-IDX))
               DELIMITED BY ALL SPACE
               INTO WS-GROUP-TOKEN(1) WS-GROUP-TOKEN(2)
                    WS-GROUP-TOKEN(3) WS-GROUP-TOKEN(4)
                    WS-GROUP-TOKEN(5) WS-GROUP-TOKEN(6)
                    WS-GROUP-TOKEN(7) WS-GROUP-TOKEN(8)
           PERFORM VARYING WS-GROUP-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-TOKEN-IDX > 8
               IF WS-GROUP-TOKEN(WS-GROUP-TOKEN-IDX) = "ALL"
                   MOVE "Y" TO WS-GROUP-MATCH
               END-IF
               IF WS-GROUP-TOKEN(WS-GROUP-TOKEN-IDX) NOT = SPACES
                       AND WS-GROUP-TOKEN(WS-GROUP-TOKEN-IDX)
                           = WS-CURRENT-GROUP
                   MOVE "Y" TO WS-GROUP-MATCH
               END-IF
           END-PERFORM
       END-IF
       .

CHECK-QUARANTINE-FOR-HOST.
       MOVE "N" TO WS-HOST-HELD
       PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
               UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
           IF QUAR-HOST(WS-QUAR-IDX) = WS-CURRENT-HOST
                   AND QUAR-HELD(WS-QUAR-IDX) = "Y"
               MOVE "Y" TO WS-HOST-HELD
           END-IF
       END-PERFORM
       .

LOOKUP-INVENTORY.
       MOVE "N" TO WS-PKG-INSTALLED
       MOVE SPACES TO WS-INSTALLED-VERSION
       IF WS-INVENTORY-OK = "Y"
           MOVE WS-CURRENT-HOST TO INV-MACHINE-NAME
           MOVE WS-CURRENT-PACKAGE TO INV-PACKAGE-NAME
           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PKG-INSTALLED
                   MOVE INV-PACKAGE-VERSION TO WS-INSTALLED-VERSION
           END-READ
       END-IF
       .

REWRITE-REQUEST-STATUS.
       OPEN OUTPUT REQUEST-STATUS-FILE
       IF WS-RQSTAT-STATUS NOT = "00"
           DISPLAY "Unable to write " WS-RQSTAT-FILE-NAME
                   ", status " WS-RQSTAT-STATUS
           MOVE "Y" TO WS-WRITE-FAILED
       ELSE
           PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                   UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
               MOVE SPACES TO RQSTAT-RECORD
               MOVE RQ-ID(WS-REQUEST-IDX) TO RQS-REC-ID
               MOVE RQ-HOST(WS-REQUEST-IDX) TO RQS-REC-HOST
               MOVE RQ-PACKAGE(WS-REQUEST-IDX) TO RQS-REC-PACKAGE
               MOVE RQ-REQUESTER(WS-REQUEST-IDX) TO RQS-REC-REQUESTER
               MOVE RQ-REQUESTED(WS-REQUEST-IDX) TO RQS-REC-REQUESTED
               MOVE RQ-STATUS(WS-REQUEST-IDX) TO RQS-REC-STATUS
               MOVE RQ-STAMP(WS-REQUEST-IDX) TO RQS-REC-STAMP
               MOVE RQ-RUN-ID(WS-REQUEST-IDX) TO RQS-REC-RUN-ID
               MOVE RQ-REASON(WS-REQUEST-IDX) TO RQS-REC-REASON
               WRITE RQSTAT-RECORD
               IF WS-RQSTAT-STATUS NOT = "00"
                   DISPLAY "Warning: failed to write "
                           WS-RQSTAT-FILE-NAME
                           " entry, status " WS-RQSTAT-STATUS
                   MOVE "Y" TO WS-WRITE-FAILED
               END-IF
           END-PERFORM
           CLOSE REQUEST-STATUS-FILE
       END-IF
       .

REWRITE-ONEOFF-FILE.
       *>* Rewritten even when empty, so a settled or withdrawn request
       *>* can never be installed again off a stale target list.
       OPEN OUTPUT ONEOFF-FILE
       IF WS-ONEOFF-STATUS NOT = "00"
           DISPLAY "Unable to write " WS-ONEOFF-FILE-NAME
                   ", status " WS-ONEOFF-STATUS
           MOVE "Y" TO WS-WRITE-FAILED
       ELSE
           PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                   UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
               IF RQ-STATUS(WS-REQUEST-IDX) = "SCHEDULED"
                   MOVE SPACES TO ONEOFF-RECORD
                   MOVE RQ-HOST(WS-REQUEST-IDX) TO OFF-REC-HOST
                   MOVE RQ-PACKAGE(WS-REQUEST-IDX) TO OFF-REC-PACKAGE
                   MOVE RQ-ID(WS-REQUEST-IDX) TO OFF-REC-REQUEST
                   WRITE ONEOFF-RECORD
                   IF WS-ONEOFF-STATUS NOT = "00"
                       DISPLAY "Warning: failed to write "
                               WS-ONEOFF-FILE-NAME
                               " entry, status " WS-ONEOFF-STATUS
                       MOVE "Y" TO WS-WRITE-FAILED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ONEOFF-FILE
       END-IF
       .

SHOW-REQUEST-COUNTS.
       PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
               UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
           EVALUATE RQ-STATUS(WS-REQUEST-IDX)
               WHEN "PENDING"
                   ADD 1 TO WS-COUNT-PENDING
               WHEN "REJECTED"
                   ADD 1 TO WS-COUNT-REJECTED
               WHEN "SCHEDULED"
                   ADD 1 TO WS-COUNT-SCHEDULED
               WHEN "INSTALLED"
                   ADD 1 TO WS-COUNT-INSTALLED
               WHEN "FAILED"
                   ADD 1 TO WS-COUNT-FAILED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM
       MOVE WS-COUNT-PENDING TO WS-COUNT-DISPLAY
       DISPLAY "Requests pending:   " WS-COUNT-DISPLAY
       MOVE WS-COUNT-SCHEDULED TO WS-COUNT-DISPLAY
       DISPLAY "Requests scheduled: " WS-COUNT-DISPLAY
       MOVE WS-COUNT-INSTALLED TO WS-COUNT-DISPLAY
       DISPLAY "Requests installed: " WS-COUNT-DISPLAY
       MOVE WS-COUNT-FAILED TO WS-COUNT-DISPLAY
       DISPLAY "Requests failed:    " WS-COUNT-DISPLAY
       MOVE WS-COUNT-REJECTED TO WS-COUNT-DISPLAY
       DISPLAY "Requests rejected:  " WS-COUNT-DISPLAY
       DISPLAY "Request status written to "
               FUNCTION TRIM(WS-RQSTAT-FILE-NAME) "."
       .
