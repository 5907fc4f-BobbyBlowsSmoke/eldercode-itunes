IDENTIFICATION DIVISION.
PROGRAM-ID. COMPLIANCE-RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PACKAGE-CATALOG ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

    SELECT TARGET-HOSTS ASSIGN TO DYNAMIC WS-HOSTS-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HOSTS-STATUS.

    SELECT HOST-GROUPS ASSIGN TO DYNAMIC WS-GROUPS-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-GROUPS-STATUS.

    SELECT INVENTORY-FILE ASSIGN TO DYNAMIC WS-INVENTORY-FILE-NAME
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-RECORD-KEY
           FILE STATUS IS WS-INVENTORY-STATUS.

    SELECT INSTALL-LOG ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

    SELECT LIST-SCRATCH ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

    SELECT AGING-FILE ASSIGN TO DYNAMIC WS-AGING-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AGING-STATUS.

    SELECT COMPLIANCE-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  TARGET-HOSTS.
01  HOST-RECORD                 PIC X(50).

FD  HOST-GROUPS.
01  GROUP-RECORD                 PIC X(80).
01  GROUP-FIELDS REDEFINES GROUP-RECORD.
    05  GRP-HOST                PIC X(50).
    05  FILLER                  PIC X(1).
    05  GRP-GROUP-NAME          PIC X(20).

FD  INVENTORY-FILE.
    COPY "invrec.cpy".

FD  INSTALL-LOG.
    COPY "instlogrec.cpy".

FD  LIST-SCRATCH.
01  LIST-RECORD                  PIC X(100).

*>* Carried forward from one report run to the next: the date each
*>* host/package pair was first seen out of compliance, so the age
*>* keeps counting however often the report is run. Rewritten every
*>* run with only the pairs still out of compliance.
FD  AGING-FILE.
01  AGING-RECORD.
    05  AGE-REC-HOST            PIC X(50).
    05  FILLER                  PIC X(1).
    05  AGE-REC-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  AGE-REC-SINCE           PIC X(10).

FD  COMPLIANCE-REPORT.
01  REPORT-LINE                  PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CATALOG-FILE-NAME     PIC X(100) VALUE "data/package-catalog.dat".
01 WS-CATALOG-STATUS        PIC X(2).
01 WS-CATALOG-EOF           PIC X(1)   VALUE "N".

01 WS-HOSTS-FILE-NAME       PIC X(100) VALUE "data/target-hosts.dat".
01 WS-HOSTS-STATUS          PIC X(2).
01 WS-HOSTS-EOF             PIC X(1)   VALUE "N".

01 WS-GROUPS-FILE-NAME      PIC X(100) VALUE "data/host-groups.dat".
01 WS-GROUPS-STATUS         PIC X(2).
01 WS-GROUPS-EOF            PIC X(1)   VALUE "N".

01 WS-INVENTORY-FILE-NAME   PIC X(100) VALUE "software-inventory.dat".
01 WS-INVENTORY-STATUS      PIC X(2).
01 WS-INVENTORY-OK          PIC X(1)   VALUE "N".

01 WS-LOG-FILE-NAME         PIC X(100) VALUE "install-log.txt".
01 WS-LOG-STATUS            PIC X(2).
01 WS-LOG-EOF               PIC X(1)   VALUE "N".

01 WS-LIST-FILE-NAME        PIC X(100) VALUE "archive-list.tmp".
01 WS-LIST-STATUS           PIC X(2).
01 WS-LIST-EOF              PIC X(1)   VALUE "N".
01 WS-SHELL-CMD             PIC X(300).
01 WS-ARCHIVE-NAMES.
   05 WS-ARCHIVE-NAME OCCURS 50 TIMES PIC X(100).
01 WS-ARCHIVE-COUNT         PIC 9(4) VALUE 0.
01 WS-ARCHIVE-IDX           PIC 9(4).
01 WS-MAX-ARCHIVES          PIC 9(4) VALUE 50.

01 WS-AGING-FILE-NAME       PIC X(100) VALUE "compliance-aging.dat".
01 WS-AGING-STATUS          PIC X(2).
01 WS-AGING-EOF             PIC X(1)   VALUE "N".

01 WS-REPORT-FILE-NAME      PIC X(100) VALUE "compliance-report.txt".
01 WS-REPORT-STATUS         PIC X(2).

01 WS-MAX-TABLE-ENTRIES     PIC 9(4) VALUE 50.
01 WS-MAX-PACKAGE-ENTRIES   PIC 9(4) VALUE 20.
01 WS-MAX-PAIR-ENTRIES      PIC 9(4) VALUE 1000.

*>* Catalog packages and the groups each should be on - blank or ALL
*>* means every host, matched the way INSTALL-ITUNES matches them.
01 WS-PACKAGE-TABLE.
   05 WS-PACKAGE-ENTRY OCCURS 20 TIMES.
      10 PKG-NAME             PIC X(20).
      10 PKG-VERSION          PIC X(12).
      10 PKG-GROUPS           PIC X(40).
01 WS-PKG-COUNT             PIC 9(4) VALUE 0.
01 WS-PKG-IDX               PIC 9(4).

*>* The fleet (target-hosts.dat) with each host's group, plus the
*>* latest host-level audit record (DEFERRED, HELD, UNHEALTHY carry no
*>* package) - that is often the reason a host is behind.
01 WS-HOST-TABLE.
   05 WS-HOST-ENTRY OCCURS 50 TIMES.
      10 CH-HOST              PIC X(50).
      10 CH-GROUP-IDX         PIC 9(4).
      10 CH-LAST-STATUS       PIC X(9).
      10 CH-LAST-STAMP        PIC X(19).
01 WS-HOST-COUNT            PIC 9(4) VALUE 0.
01 WS-HOST-IDX              PIC 9(4).
01 WS-CURRENT-HOST          PIC X(50).

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

*>* Per group, per catalog package: how the group's eligible hosts
*>* stand. Hosts with no group entry are counted under UNGROUPED.
01 WS-GROUP-TABLE.
   05 WS-GROUP-ENTRY OCCURS 50 TIMES.
      10 GRP-NAME             PIC X(20).
      10 GRP-PKG-COUNTS OCCURS 20 TIMES.
         15 GRP-ELIGIBLE      PIC 9(4).
         15 GRP-CURRENT       PIC 9(4).
         15 GRP-OLDER         PIC 9(4).
         15 GRP-MISSING       PIC 9(4).
01 WS-GROUP-COUNT           PIC 9(4) VALUE 0.
01 WS-GROUP-IDX             PIC 9(4).
01 WS-FOUND-GROUP-IDX       PIC 9(4).

*>* Fleet-wide totals per package, for the closing lines.
01 WS-FLEET-TABLE.
   05 WS-FLEET-ENTRY OCCURS 20 TIMES.
      10 FLT-ELIGIBLE         PIC 9(4).
      10 FLT-CURRENT          PIC 9(4).
      10 FLT-OLDER            PIC 9(4).
      10 FLT-MISSING          PIC 9(4).

*>* Latest audit record per host and package across the archived
*>* and live logs, and the date of the first record since the pair
*>* was last logged UPTODATE - when the pair stopped being current,
*>* used to date a straggler the first time this report sees it.
01 WS-LOG-PAIR-TABLE.
   05 WS-LOG-PAIR-ENTRY OCCURS 1000 TIMES.
      10 LP-HOST              PIC X(50).
      10 LP-PACKAGE           PIC X(20).
      10 LP-LAST-STATUS       PIC X(9).
      10 LP-LAST-STAMP        PIC X(19).
      10 LP-BEHIND-SINCE      PIC X(10).
01 WS-LOG-PAIR-COUNT        PIC 9(4) VALUE 0.
01 WS-LOG-PAIR-IDX          PIC 9(4).
01 WS-FOUND-PAIR-IDX        PIC 9(4).
01 WS-PAIR-FULL-WARNED      PIC X(1) VALUE "N".

*>* Last run's aging file, and the stragglers found this run (which
*>* become the next aging file).
01 WS-AGING-TABLE.
   05 WS-AGING-ENTRY OCCURS 1000 TIMES.
      10 AGE-HOST             PIC X(50).
      10 AGE-PACKAGE          PIC X(20).
      10 AGE-SINCE            PIC X(10).
01 WS-AGING-COUNT           PIC 9(4) VALUE 0.
01 WS-AGING-IDX             PIC 9(4).

01 WS-STRAGGLER-TABLE.
   05 WS-STRAGGLER-ENTRY OCCURS 1000 TIMES.
      10 STR-HOST-IDX         PIC 9(4).
      10 STR-PKG-IDX          PIC 9(4).
      10 STR-HAS-VERSION      PIC X(12).
      10 STR-SINCE            PIC X(10).
      10 STR-LAST-STATUS      PIC X(9).
      10 STR-LAST-STAMP       PIC X(19).
01 WS-STRAGGLER-COUNT       PIC 9(4) VALUE 0.
01 WS-STRAGGLER-IDX         PIC 9(4).

01 WS-CURR-DATE-TIME        PIC X(21).
01 WS-TODAY                 PIC X(10).
01 WS-TODAY-DAYS            PIC 9(7).
01 WS-SINCE-DAYS            PIC 9(7).
01 WS-SINCE-YYYYMMDD        PIC 9(8).
01 WS-DAYS-BEHIND           PIC S9(7).
01 WS-DAYS-DISPLAY          PIC Z(5)9.
01 WS-PERCENT               PIC 9(3).
01 WS-PERCENT-DISPLAY       PIC ZZ9.
01 WS-IN-INVENTORY          PIC X(1).
01 WS-INSTALLED-VERSION     PIC X(12).

01 WS-COL-HOST              PIC X(21).
01 WS-COL-GROUP             PIC X(21).
01 WS-COL-PACKAGE           PIC X(21).
01 WS-COL-VERSION           PIC X(13).
01 WS-COL-STATUS            PIC X(10).
01 WS-COUNT-DISPLAY-1       PIC Z(7)9.
01 WS-COUNT-DISPLAY-2       PIC Z(7)9.
01 WS-COUNT-DISPLAY-3       PIC Z(7)9.
01 WS-COUNT-DISPLAY-4       PIC Z(7)9.
01 WS-TOTAL-STRAGGLERS      PIC Z(4)9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       DISPLAY "Building fleet compliance report..."
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2)
              DELIMITED BY SIZE INTO WS-TODAY
       COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(WS-CURR-DATE-TIME(1:8)))

       PERFORM LOAD-PACKAGE-CATALOG
       PERFORM LOAD-HOST-GROUPS
       PERFORM LOAD-TARGET-HOSTS
       IF WS-PKG-COUNT = 0 OR WS-HOST-COUNT = 0
           DISPLAY "Nothing to report - the catalog or the host list "
                   "is empty."
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF

       PERFORM READ-ARCHIVE-LOGS
       PERFORM READ-ONE-LOG-FILE
       PERFORM LOAD-AGING-FILE

       PERFORM OPEN-INVENTORY
       PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
               UNTIL WS-HOST-IDX > WS-HOST-COUNT
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                   UNTIL WS-PKG-IDX > WS-PKG-COUNT
               PERFORM ASSESS-HOST-PACKAGE
           END-PERFORM
       END-PERFORM
       IF WS-INVENTORY-OK = "Y"
           CLOSE INVENTORY-FILE
       END-IF

       PERFORM WRITE-COMPLIANCE-REPORT
       PERFORM REWRITE-AGING-FILE

       DISPLAY "Compliance report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
       MOVE 0 TO RETURN-CODE
       GOBACK.

LOAD-PACKAGE-CATALOG.
       OPEN INPUT PACKAGE-CATALOG
       IF WS-CATALOG-STATUS NOT = "00"
           DISPLAY "Unable to open package catalog " WS-CATALOG-FILE-NAME
                   ", status " WS-CATALOG-STATUS
       ELSE
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
                               MOVE 0 TO FLT-ELIGIBLE(WS-PKG-COUNT)
                               MOVE 0 TO FLT-CURRENT(WS-PKG-COUNT)
                               MOVE 0 TO FLT-OLDER(WS-PKG-COUNT)
                               MOVE 0 TO FLT-MISSING(WS-PKG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKAGE-CATALOG
       END-IF
       .

LOAD-HOST-GROUPS.
       *>* Optional, as for the installer: with no group file every
       *>* host is ungrouped and only ALL-group packages apply to it.
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

LOAD-TARGET-HOSTS.
       OPEN INPUT TARGET-HOSTS
       IF WS-HOSTS-STATUS NOT = "00"
           DISPLAY "Unable to open target host list " WS-HOSTS-FILE-NAME
                   ", status " WS-HOSTS-STATUS
       ELSE
           PERFORM UNTIL WS-HOSTS-EOF = "Y"
               READ TARGET-HOSTS
                   AT END
                       MOVE "Y" TO WS-HOSTS-EOF
                   NOT AT END
                       IF HOST-RECORD NOT = SPACES
                               AND HOST-RECORD(1:1) NOT = "*"
                           PERFORM ADD-TARGET-HOST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARGET-HOSTS
       END-IF
       .

ADD-TARGET-HOST.
       IF WS-HOST-COUNT >= WS-MAX-TABLE-ENTRIES
           DISPLAY "Too many hosts (max " WS-MAX-TABLE-ENTRIES
                   ") - ignoring " FUNCTION TRIM(HOST-RECORD)
       ELSE
           MOVE HOST-RECORD TO WS-CURRENT-HOST
           PERFORM FIND-GROUP-FOR-HOST
           IF WS-CURRENT-GROUP = SPACES
               MOVE "UNGROUPED" TO WS-CURRENT-GROUP
           END-IF
           PERFORM FIND-OR-ADD-GROUP
           IF WS-FOUND-GROUP-IDX NOT = 0
               ADD 1 TO WS-HOST-COUNT
               MOVE WS-CURRENT-HOST TO CH-HOST(WS-HOST-COUNT)
               MOVE WS-FOUND-GROUP-IDX TO CH-GROUP-IDX(WS-HOST-COUNT)
               MOVE SPACES TO CH-LAST-STATUS(WS-HOST-COUNT)
               MOVE SPACES TO CH-LAST-STAMP(WS-HOST-COUNT)
           END-IF
       END-IF
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

FIND-OR-ADD-GROUP.
       MOVE 0 TO WS-FOUND-GROUP-IDX
       PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           IF GRP-NAME(WS-GROUP-IDX) = WS-CURRENT-GROUP
               MOVE WS-GROUP-IDX TO WS-FOUND-GROUP-IDX
           END-IF
       END-PERFORM
       IF WS-FOUND-GROUP-IDX = 0
           IF WS-GROUP-COUNT >= WS-MAX-TABLE-ENTRIES
               DISPLAY "Too many host groups (max "
                       WS-MAX-TABLE-ENTRIES
                       ") - ignoring " FUNCTION TRIM(WS-CURRENT-GROUP)
           ELSE
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-FOUND-GROUP-IDX
               MOVE WS-CURRENT-GROUP TO GRP-NAME(WS-GROUP-COUNT)
               PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                       UNTIL WS-PKG-IDX > WS-MAX-PACKAGE-ENTRIES
                   MOVE 0 TO GRP-ELIGIBLE(WS-GROUP-COUNT, WS-PKG-IDX)
                   MOVE 0 TO GRP-CURRENT(WS-GROUP-COUNT, WS-PKG-IDX)
                   MOVE 0 TO GRP-OLDER(WS-GROUP-COUNT, WS-PKG-IDX)
                   MOVE 0 TO GRP-MISSING(WS-GROUP-COUNT, WS-PKG-IDX)
               END-PERFORM
           END-IF
       END-IF
       .

CHECK-PACKAGE-GROUP.
       *>* Whole-name match against the catalog's group list, the same
       *>* rule as the installer - group "OFFICE" must not match a host
       *>* in "BACKOFFICE".
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

READ-ARCHIVE-LOGS.
       *>* Archives first (install-log-archive-YYYYMM.txt, which ls
       *>* sorts into time order), then the live log, so the last
       *>* record applied for a pair is its latest.
       MOVE SPACES TO WS-SHELL-CMD
       STRING "ls install-log-archive-*.txt > "
              FUNCTION TRIM(WS-LIST-FILE-NAME) " 2>/dev/null"
              DELIMITED BY SIZE INTO WS-SHELL-CMD
       CALL "SYSTEM" USING WS-SHELL-CMD RETURNING RETURN-CODE

       OPEN INPUT LIST-SCRATCH
       IF WS-LIST-STATUS = "00"
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ LIST-SCRATCH
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF LIST-RECORD NOT = SPACES
                           IF WS-ARCHIVE-COUNT >= WS-MAX-ARCHIVES
                               DISPLAY "Too many archive files (max "
                                       WS-MAX-ARCHIVES
                                       ") - ignoring "
                                       FUNCTION TRIM(LIST-RECORD)
                           ELSE
                               ADD 1 TO WS-ARCHIVE-COUNT
                               MOVE LIST-RECORD
                                   TO WS-ARCHIVE-NAME(WS-ARCHIVE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-SCRATCH
       END-IF
       MOVE SPACES TO WS-SHELL-CMD
       STRING "rm -f " FUNCTION TRIM(WS-LIST-FILE-NAME)
              DELIMITED BY SIZE INTO WS-SHELL-CMD
       CALL "SYSTEM" USING WS-SHELL-CMD RETURNING RETURN-CODE

       PERFORM VARYING WS-ARCHIVE-IDX FROM 1 BY 1
               UNTIL WS-ARCHIVE-IDX > WS-ARCHIVE-COUNT
           MOVE WS-ARCHIVE-NAME(WS-ARCHIVE-IDX) TO WS-LOG-FILE-NAME
           PERFORM READ-ONE-LOG-FILE
       END-PERFORM
       MOVE "install-log.txt" TO WS-LOG-FILE-NAME
       .

READ-ONE-LOG-FILE.
       OPEN INPUT INSTALL-LOG
       IF WS-LOG-STATUS NOT = "00"
           DISPLAY "Unable to open install log " WS-LOG-FILE-NAME
                   ", status " WS-LOG-STATUS
       ELSE
           MOVE "N" TO WS-LOG-EOF
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ INSTALL-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       PERFORM APPLY-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE INSTALL-LOG
       END-IF
       .

APPLY-LOG-RECORD.
       *>* Host-level records (no package) are kept per host; the rest
       *>* per host and package. Hosts outside the fleet are ignored.
       MOVE 0 TO WS-HOST-IDX
       PERFORM VARYING WS-LOG-PAIR-IDX FROM 1 BY 1
               UNTIL WS-LOG-PAIR-IDX > WS-HOST-COUNT
           IF CH-HOST(WS-LOG-PAIR-IDX) = LOG-HOST
               MOVE WS-LOG-PAIR-IDX TO WS-HOST-IDX
           END-IF
       END-PERFORM
       IF WS-HOST-IDX NOT = 0
           IF LOG-PACKAGE = SPACES
               MOVE LOG-STATUS TO CH-LAST-STATUS(WS-HOST-IDX)
               MOVE LOG-TIMESTAMP TO CH-LAST-STAMP(WS-HOST-IDX)
           ELSE
               PERFORM FIND-OR-ADD-LOG-PAIR
               IF WS-FOUND-PAIR-IDX NOT = 0
                   MOVE LOG-STATUS TO LP-LAST-STATUS(WS-FOUND-PAIR-IDX)
                   MOVE LOG-TIMESTAMP TO LP-LAST-STAMP(WS-FOUND-PAIR-IDX)
                   *>* UPTODATE is the installer confirming the host
                   *>* already has the catalog version; anything logged
                   *>* after it means the pair was being worked on
                   *>* again, i.e. no longer current.
                   IF LOG-STATUS = "UPTODATE"
                       MOVE SPACES TO LP-BEHIND-SINCE(WS-FOUND-PAIR-IDX)
                   ELSE
                       IF LP-BEHIND-SINCE(WS-FOUND-PAIR-IDX) = SPACES
                           MOVE LOG-TIMESTAMP(1:10)
                               TO LP-BEHIND-SINCE(WS-FOUND-PAIR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF
       .

FIND-OR-ADD-LOG-PAIR.
       MOVE 0 TO WS-FOUND-PAIR-IDX
       PERFORM VARYING WS-LOG-PAIR-IDX FROM 1 BY 1
               UNTIL WS-LOG-PAIR-IDX > WS-LOG-PAIR-COUNT
                  OR WS-FOUND-PAIR-IDX NOT = 0
           IF LP-HOST(WS-LOG-PAIR-IDX) = LOG-HOST
                   AND LP-PACKAGE(WS-LOG-PAIR-IDX) = LOG-PACKAGE
               MOVE WS-LOG-PAIR-IDX TO WS-FOUND-PAIR-IDX
           END-IF
       END-PERFORM
       IF WS-FOUND-PAIR-IDX = 0
           IF WS-LOG-PAIR-COUNT >= WS-MAX-PAIR-ENTRIES
               IF WS-PAIR-FULL-WARNED = "N"
                   DISPLAY "Too many host/package pairs in the logs "
                           "(max " WS-MAX-PAIR-ENTRIES
                           ") - later pairs show no audit status"
                   MOVE "Y" TO WS-PAIR-FULL-WARNED
               END-IF
           ELSE
               ADD 1 TO WS-LOG-PAIR-COUNT
               MOVE WS-LOG-PAIR-COUNT TO WS-FOUND-PAIR-IDX
               MOVE LOG-HOST TO LP-HOST(WS-FOUND-PAIR-IDX)
               MOVE LOG-PACKAGE TO LP-PACKAGE(WS-FOUND-PAIR-IDX)
               MOVE SPACES TO LP-LAST-STATUS(WS-FOUND-PAIR-IDX)
               MOVE SPACES TO LP-LAST-STAMP(WS-FOUND-PAIR-IDX)
               MOVE SPACES TO LP-BEHIND-SINCE(WS-FOUND-PAIR-IDX)
           END-IF
       END-IF
       .

LOAD-AGING-FILE.
       *>* Optional - the first run has none, and every straggler is
       *>* dated from its audit records (or today) instead.
       OPEN INPUT AGING-FILE
       IF WS-AGING-STATUS = "00"
           PERFORM UNTIL WS-AGING-EOF = "Y"
               READ AGING-FILE
                   AT END
                       MOVE "Y" TO WS-AGING-EOF
                   NOT AT END
                       IF AGING-RECORD NOT = SPACES
                           PERFORM LOAD-AGING-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FILE
       END-IF
       .

LOAD-AGING-ENTRY.
       IF WS-AGING-COUNT >= WS-MAX-PAIR-ENTRIES
           DISPLAY "Too many aging entries (max " WS-MAX-PAIR-ENTRIES
                   ") - ignoring " FUNCTION TRIM(AGE-REC-HOST) " "
                   FUNCTION TRIM(AGE-REC-PACKAGE)
       ELSE
           ADD 1 TO WS-AGING-COUNT
           MOVE AGE-REC-HOST TO AGE-HOST(WS-AGING-COUNT)
           MOVE AGE-REC-PACKAGE TO AGE-PACKAGE(WS-AGING-COUNT)
           MOVE AGE-REC-SINCE TO AGE-SINCE(WS-AGING-COUNT)
       END-IF
       .

OPEN-INVENTORY.
       *>* Read-only - the report describes the inventory, it never
       *>* changes it.
       OPEN INPUT INVENTORY-FILE
       IF WS-INVENTORY-STATUS = "00"
           MOVE "Y" TO WS-INVENTORY-OK
       ELSE
           MOVE "N" TO WS-INVENTORY-OK
           DISPLAY "Unable to open inventory " WS-INVENTORY-FILE-NAME
                   ", status " WS-INVENTORY-STATUS
                   " - every eligible host will report as missing."
       END-IF
       .

ASSESS-HOST-PACKAGE.
       MOVE CH-HOST(WS-HOST-IDX) TO WS-CURRENT-HOST
       MOVE CH-GROUP-IDX(WS-HOST-IDX) TO WS-GROUP-IDX
       MOVE GRP-NAME(WS-GROUP-IDX) TO WS-CURRENT-GROUP
       PERFORM CHECK-PACKAGE-GROUP
       IF WS-GROUP-MATCH = "Y"
           ADD 1 TO GRP-ELIGIBLE(WS-GROUP-IDX, WS-PKG-IDX)
           ADD 1 TO FLT-ELIGIBLE(WS-PKG-IDX)
           PERFORM LOOKUP-INVENTORY
           IF WS-IN-INVENTORY = "N"
               ADD 1 TO GRP-MISSING(WS-GROUP-IDX, WS-PKG-IDX)
               ADD 1 TO FLT-MISSING(WS-PKG-IDX)
               PERFORM ADD-STRAGGLER
           ELSE
               *>* Anything but the catalog version counts as behind -
               *>* the installer upgrades any mismatch, and a blank
               *>* version is a record from before versions were kept.
               IF WS-INSTALLED-VERSION = PKG-VERSION(WS-PKG-IDX)
                   ADD 1 TO GRP-CURRENT(WS-GROUP-IDX, WS-PKG-IDX)
                   ADD 1 TO FLT-CURRENT(WS-PKG-IDX)
               ELSE
                   ADD 1 TO GRP-OLDER(WS-GROUP-IDX, WS-PKG-IDX)
                   ADD 1 TO FLT-OLDER(WS-PKG-IDX)
                   PERFORM ADD-STRAGGLER
               END-IF
           END-IF
       END-IF
       .

LOOKUP-INVENTORY.
       MOVE "N" TO WS-IN-INVENTORY
       MOVE SPACES TO WS-INSTALLED-VERSION
       IF WS-INVENTORY-OK = "Y"
           MOVE WS-CURRENT-HOST TO INV-MACHINE-NAME
           MOVE PKG-NAME(WS-PKG-IDX) TO INV-PACKAGE-NAME
           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-IN-INVENTORY
                   MOVE INV-PACKAGE-VERSION TO WS-INSTALLED-VERSION
           END-READ
       END-IF
       .

ADD-STRAGGLER.
       IF WS-STRAGGLER-COUNT >= WS-MAX-PAIR-ENTRIES
           DISPLAY "Too many non-compliant pairs (max "
                   WS-MAX-PAIR-ENTRIES ") - ignoring "
                   FUNCTION TRIM(WS-CURRENT-HOST) " "
                   FUNCTION TRIM(PKG-NAME(WS-PKG-IDX))
       ELSE
           ADD 1 TO WS-STRAGGLER-COUNT
           MOVE WS-HOST-IDX TO STR-HOST-IDX(WS-STRAGGLER-COUNT)
           MOVE WS-PKG-IDX TO STR-PKG-IDX(WS-STRAGGLER-COUNT)
           IF WS-IN-INVENTORY = "N"
               MOVE "MISSING" TO STR-HAS-VERSION(WS-STRAGGLER-COUNT)
           ELSE
               IF WS-INSTALLED-VERSION = SPACES
                   MOVE "(unknown)"
                       TO STR-HAS-VERSION(WS-STRAGGLER-COUNT)
               ELSE
                   MOVE WS-INSTALLED-VERSION
                       TO STR-HAS-VERSION(WS-STRAGGLER-COUNT)
               END-IF
           END-IF
           *>* Latest audit record for the pair, unless a host-level
           *>* record (HELD, DEFERRED, UNHEALTHY) is newer - then that
           *>* is why the host isn't moving.
           MOVE 0 TO WS-FOUND-PAIR-IDX
           PERFORM VARYING WS-LOG-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-LOG-PAIR-IDX > WS-LOG-PAIR-COUNT
                      OR WS-FOUND-PAIR-IDX NOT = 0
               IF LP-HOST(WS-LOG-PAIR-IDX) = WS-CURRENT-HOST
                       AND LP-PACKAGE(WS-LOG-PAIR-IDX)
                           = PKG-NAME(WS-PKG-IDX)
                   MOVE WS-LOG-PAIR-IDX TO WS-FOUND-PAIR-IDX
               END-IF
           END-PERFORM
           MOVE CH-LAST-STATUS(WS-HOST-IDX)
               TO STR-LAST-STATUS(WS-STRAGGLER-COUNT)
           MOVE CH-LAST-STAMP(WS-HOST-IDX)
               TO STR-LAST-STAMP(WS-STRAGGLER-COUNT)
           IF WS-FOUND-PAIR-IDX NOT = 0
               IF LP-LAST-STAMP(WS-FOUND-PAIR-IDX)
                       >= CH-LAST-STAMP(WS-HOST-IDX)
                   MOVE LP-LAST-STATUS(WS-FOUND-PAIR-IDX)
                       TO STR-LAST-STATUS(WS-STRAGGLER-COUNT)
                   MOVE LP-LAST-STAMP(WS-FOUND-PAIR-IDX)
                       TO STR-LAST-STAMP(WS-STRAGGLER-COUNT)
               END-IF
           END-IF
           PERFORM DATE-STRAGGLER
       END-IF
       .

DATE-STRAGGLER.
       *>* Out of compliance since: the date carried in the aging file
       *>* from an earlier run; failing that, the first audit record
       *>* since the pair was last logged UPTODATE; failing that, today.
       MOVE SPACES TO STR-SINCE(WS-STRAGGLER-COUNT)
       PERFORM VARYING WS-AGING-IDX FROM 1 BY 1
               UNTIL WS-AGING-IDX > WS-AGING-COUNT
           IF AGE-HOST(WS-AGING-IDX) = WS-CURRENT-HOST
                   AND AGE-PACKAGE(WS-AGING-IDX) = PKG-NAME(WS-PKG-IDX)
               MOVE AGE-SINCE(WS-AGING-IDX)
                   TO STR-SINCE(WS-STRAGGLER-COUNT)
           END-IF
       END-PERFORM
       IF STR-SINCE(WS-STRAGGLER-COUNT) = SPACES
               AND WS-FOUND-PAIR-IDX NOT = 0
           MOVE LP-BEHIND-SINCE(WS-FOUND-PAIR-IDX)
               TO STR-SINCE(WS-STRAGGLER-COUNT)
       END-IF
       IF STR-SINCE(WS-STRAGGLER-COUNT) = SPACES
               OR STR-SINCE(WS-STRAGGLER-COUNT)(1:4) IS NOT NUMERIC
               OR STR-SINCE(WS-STRAGGLER-COUNT)(6:2) IS NOT NUMERIC
               OR STR-SINCE(WS-STRAGGLER-COUNT)(9:2) IS NOT NUMERIC
           MOVE WS-TODAY TO STR-SINCE(WS-STRAGGLER-COUNT)
       END-IF
       .

WRITE-COMPLIANCE-REPORT.
       OPEN OUTPUT COMPLIANCE-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "Unable to open report " WS-REPORT-FILE-NAME
                   ", status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE SPACES TO REPORT-LINE
       STRING "=== Fleet compliance by host group " WS-TODAY " ==="
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "GROUP                PACKAGE              VERSION      "
              "    ELIGIBLE     CURRENT       OLDER     MISSING"
              "  CURRENT%"
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE

       PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                   UNTIL WS-PKG-IDX > WS-PKG-COUNT
               IF GRP-ELIGIBLE(WS-GROUP-IDX, WS-PKG-IDX) > 0
                   MOVE GRP-NAME(WS-GROUP-IDX) TO WS-COL-GROUP
                   MOVE GRP-ELIGIBLE(WS-GROUP-IDX, WS-PKG-IDX)
                       TO WS-COUNT-DISPLAY-1
                   MOVE GRP-CURRENT(WS-GROUP-IDX, WS-PKG-IDX)
                       TO WS-COUNT-DISPLAY-2
                   MOVE GRP-OLDER(WS-GROUP-IDX, WS-PKG-IDX)
                       TO WS-COUNT-DISPLAY-3
                   MOVE GRP-MISSING(WS-GROUP-IDX, WS-PKG-IDX)
                       TO WS-COUNT-DISPLAY-4
                   COMPUTE WS-PERCENT ROUNDED =
                       GRP-CURRENT(WS-GROUP-IDX, WS-PKG-IDX) * 100
                       / GRP-ELIGIBLE(WS-GROUP-IDX, WS-PKG-IDX)
                   PERFORM WRITE-SUMMARY-ROW
               END-IF
           END-PERFORM
       END-PERFORM

       *>* Whole-fleet line per package - the one number management
       *>* asks for first.
       MOVE SPACES TO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           MOVE "FLEET TOTAL" TO WS-COL-GROUP
           MOVE FLT-ELIGIBLE(WS-PKG-IDX) TO WS-COUNT-DISPLAY-1
           MOVE FLT-CURRENT(WS-PKG-IDX) TO WS-COUNT-DISPLAY-2
           MOVE FLT-OLDER(WS-PKG-IDX) TO WS-COUNT-DISPLAY-3
           MOVE FLT-MISSING(WS-PKG-IDX) TO WS-COUNT-DISPLAY-4
           IF FLT-ELIGIBLE(WS-PKG-IDX) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   FLT-CURRENT(WS-PKG-IDX) * 100
                   / FLT-ELIGIBLE(WS-PKG-IDX)
           ELSE
               MOVE 0 TO WS-PERCENT
           END-IF
           PERFORM WRITE-SUMMARY-ROW
       END-PERFORM

       MOVE SPACES TO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "--- Hosts out of compliance ---"
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       IF WS-STRAGGLER-COUNT = 0
           MOVE SPACES TO REPORT-LINE
           STRING "None - every eligible host is on the catalog "
                  "version of every package."
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
       ELSE
           MOVE SPACES TO REPORT-LINE
           STRING "HOST                 GROUP                PACKAGE   "
                  "           HAS           DAYS  LAST AUDIT STATUS"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-STRAGGLER-IDX FROM 1 BY 1
                   UNTIL WS-STRAGGLER-IDX > WS-STRAGGLER-COUNT
               PERFORM WRITE-STRAGGLER-ROW
           END-PERFORM
       END-IF
       MOVE SPACES TO REPORT-LINE
       MOVE WS-STRAGGLER-COUNT TO WS-TOTAL-STRAGGLERS
       STRING "Host/package pairs out of compliance: "
              WS-TOTAL-STRAGGLERS
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       CLOSE COMPLIANCE-REPORT
       .

WRITE-SUMMARY-ROW.
       MOVE PKG-NAME(WS-PKG-IDX) TO WS-COL-PACKAGE
       MOVE PKG-VERSION(WS-PKG-IDX) TO WS-COL-VERSION
       MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING WS-COL-GROUP WS-COL-PACKAGE WS-COL-VERSION
              "    " WS-COUNT-DISPLAY-1 "    " WS-COUNT-DISPLAY-2
              "    " WS-COUNT-DISPLAY-3 "    " WS-COUNT-DISPLAY-4
              "       " WS-PERCENT-DISPLAY
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       .

WRITE-STRAGGLER-ROW.
       MOVE STR-HOST-IDX(WS-STRAGGLER-IDX) TO WS-HOST-IDX
       MOVE STR-PKG-IDX(WS-STRAGGLER-IDX) TO WS-PKG-IDX
       MOVE CH-GROUP-IDX(WS-HOST-IDX) TO WS-GROUP-IDX
       MOVE CH-HOST(WS-HOST-IDX) TO WS-COL-HOST
       MOVE GRP-NAME(WS-GROUP-IDX) TO WS-COL-GROUP
       MOVE PKG-NAME(WS-PKG-IDX) TO WS-COL-PACKAGE
       MOVE STR-HAS-VERSION(WS-STRAGGLER-IDX) TO WS-COL-VERSION
       COMPUTE WS-SINCE-YYYYMMDD =
           FUNCTION NUMVAL(STR-SINCE(WS-STRAGGLER-IDX)(1:4)) * 10000
           + FUNCTION NUMVAL(STR-SINCE(WS-STRAGGLER-IDX)(6:2)) * 100
           + FUNCTION NUMVAL(STR-SINCE(WS-STRAGGLER-IDX)(9:2))
       COMPUTE WS-SINCE-DAYS =
           FUNCTION INTEGER-OF-DATE(WS-SINCE-YYYYMMDD)
       COMPUTE WS-DAYS-BEHIND = WS-TODAY-DAYS - WS-SINCE-DAYS
       IF WS-DAYS-BEHIND < 0
           MOVE 0 TO WS-DAYS-BEHIND
       END-IF
       MOVE WS-DAYS-BEHIND TO WS-DAYS-DISPLAY
       MOVE SPACES TO REPORT-LINE
       IF STR-LAST-STATUS(WS-STRAGGLER-IDX) = SPACES
           STRING WS-COL-HOST WS-COL-GROUP WS-COL-PACKAGE
                  WS-COL-VERSION WS-DAYS-DISPLAY
                  "  (no audit record)"
                  DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           MOVE STR-LAST-STATUS(WS-STRAGGLER-IDX) TO WS-COL-STATUS
           STRING WS-COL-HOST WS-COL-GROUP WS-COL-PACKAGE
                  WS-COL-VERSION WS-DAYS-DISPLAY
                  "  " WS-COL-STATUS
                  STR-LAST-STAMP(WS-STRAGGLER-IDX)(1:10)
                  DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       PERFORM WRITE-REPORT-LINE
       .

REWRITE-AGING-FILE.
       *>* Only tonight's stragglers carry forward - a pair that caught
       *>* up drops out, so if it falls behind again its age restarts.
       OPEN OUTPUT AGING-FILE
       IF WS-AGING-STATUS NOT = "00"
           DISPLAY "Unable to write " WS-AGING-FILE-NAME
                   ", status " WS-AGING-STATUS
                   " - ages will restart on the next run"
       ELSE
           PERFORM VARYING WS-STRAGGLER-IDX FROM 1 BY 1
                   UNTIL WS-STRAGGLER-IDX > WS-STRAGGLER-COUNT
               MOVE STR-HOST-IDX(WS-STRAGGLER-IDX) TO WS-HOST-IDX
               MOVE STR-PKG-IDX(WS-STRAGGLER-IDX) TO WS-PKG-IDX
               MOVE SPACES TO AGING-RECORD
               MOVE CH-HOST(WS-HOST-IDX) TO AGE-REC-HOST
               MOVE PKG-NAME(WS-PKG-IDX) TO AGE-REC-PACKAGE
               MOVE STR-SINCE(WS-STRAGGLER-IDX) TO AGE-REC-SINCE
               WRITE AGING-RECORD
               IF WS-AGING-STATUS NOT = "00"
                   DISPLAY "Warning: failed to write "
                           WS-AGING-FILE-NAME
                           " entry, status " WS-AGING-STATUS
               END-IF
           END-PERFORM
           CLOSE AGING-FILE
       END-IF
       .

WRITE-REPORT-LINE.
       WRITE REPORT-LINE
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "Warning: failed to write compliance report line, "
                   "status " WS-REPORT-STATUS
       END-IF
       DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
       .
