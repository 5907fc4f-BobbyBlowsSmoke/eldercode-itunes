IDENTIFICATION DIVISION.
PROGRAM-ID. CONTROL-JOURNAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PACKAGE-CATALOG ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

    SELECT DIFF-SCRATCH ASSIGN TO DYNAMIC WS-DIFF-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-DIFF-STATUS.

    SELECT CONTROL-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CHANGE-HOLDS ASSIGN TO DYNAMIC WS-HOLDS-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDS-STATUS.

    SELECT CHANGE-APPROVALS ASSIGN TO DYNAMIC WS-APPROVAL-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-STATUS.

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

*>* Output of diff between last run's snapshot and tonight's file:
*>* "NaM", "NcM", "NdM" hunk lines ("N,N" for a range), then
*>* "< old line", "---", "> new line".
FD  DIFF-SCRATCH.
01  DIFF-RECORD                  PIC X(310).

FD  CONTROL-JOURNAL.
    COPY "ctljrnrec.cpy".

FD  CHANGE-HOLDS.
    COPY "chgholdrec.cpy".

*>* Change approvals, maintained by the change board - see the file
*>* header for the columns.
FD  CHANGE-APPROVALS.
01  APPROVAL-RECORD              PIC X(160).
01  APPROVAL-FIELDS REDEFINES APPROVAL-RECORD.
    05  APR-CHANGE-ID           PIC X(12).
    05  FILLER                  PIC X(1).
    05  APR-PACKAGE             PIC X(20).
    05  FILLER                  PIC X(1).
    05  APR-TYPE                PIC X(8).
    05  FILLER                  PIC X(1).
    05  APR-VALUE               PIC X(50).
    05  FILLER                  PIC X(1).
    05  APR-STATUS              PIC X(8).
    05  FILLER                  PIC X(1).
    05  APR-APPROVER            PIC X(20).
    05  FILLER                  PIC X(1).
    05  APR-DATE                PIC X(10).

WORKING-STORAGE SECTION.
01 WS-CATALOG-FILE-NAME     PIC X(100) VALUE "data/package-catalog.dat".
01 WS-CATALOG-STATUS        PIC X(2).
01 WS-CATALOG-EOF           PIC X(1)   VALUE "N".
01 WS-CURRENT-CATALOG-NAME  PIC X(100) VALUE "data/package-catalog.dat".

01 WS-DIFF-FILE-NAME        PIC X(100) VALUE "control-diff.tmp".
01 WS-DIFF-STATUS           PIC X(2).
01 WS-DIFF-EOF              PIC X(1)   VALUE "N".

01 WS-JOURNAL-FILE-NAME     PIC X(100) VALUE "control-journal.dat".
01 WS-JOURNAL-STATUS        PIC X(2).
01 WS-JOURNAL-OK            PIC X(1)   VALUE "N".

01 WS-HOLDS-FILE-NAME       PIC X(100) VALUE "change-holds.dat".
01 WS-HOLDS-STATUS          PIC X(2).
01 WS-HOLDS-EOF             PIC X(1)   VALUE "N".

01 WS-APPROVAL-FILE-NAME    PIC X(100) VALUE "data/change-approvals.dat".
01 WS-APPROVAL-STATUS       PIC X(2).
01 WS-APPROVAL-EOF          PIC X(1)   VALUE "N".

*>* Last run's copies of the control files, under the same relative
*>* paths (control-snapshot/data/package-catalog.dat, ...).
01 WS-SNAPSHOT-DIR          PIC X(30)  VALUE "control-snapshot".
01 WS-FIRST-SNAPSHOT        PIC X(1)   VALUE "N".

01 WS-MAX-TABLE-ENTRIES     PIC 9(4) VALUE 50.
01 WS-MAX-PACKAGE-ENTRIES   PIC 9(4) VALUE 20.
01 WS-MAX-HOLD-ENTRIES      PIC 9(4) VALUE 200.
01 WS-MAX-OLD-LINES         PIC 9(4) VALUE 100.

*>* Catalog as it is tonight and as it was at the last snapshot.
01 WS-PACKAGE-TABLE.
   05 WS-PACKAGE-ENTRY OCCURS 20 TIMES.
      10 PKG-NAME             PIC X(20).
      10 PKG-VERSION          PIC X(12).
      10 PKG-MANIFEST         PIC X(50).
      10 PKG-UPG-MANIFEST     PIC X(50).
      10 PKG-UNDO-MANIFEST    PIC X(50).
01 WS-PKG-COUNT             PIC 9(4) VALUE 0.
01 WS-PKG-IDX               PIC 9(4).
01 WS-SNAP-PACKAGE-TABLE.
   05 WS-SNAP-PACKAGE-ENTRY OCCURS 20 TIMES.
      10 SNAP-PKG-NAME        PIC X(20).
      10 SNAP-PKG-VERSION     PIC X(12).
01 WS-SNAP-PKG-COUNT        PIC 9(4) VALUE 0.
01 WS-SNAP-PKG-IDX          PIC 9(4).
01 WS-LOADING-SNAPSHOT      PIC X(1)   VALUE "N".

*>* Control files compared each run: the fixed list, then every
*>* manifest the catalog names.
01 WS-FIXED-FILE-LIST.
   05 FILLER PIC X(50) VALUE "data/package-catalog.dat".
   05 FILLER PIC X(50) VALUE "data/target-hosts.dat".
   05 FILLER PIC X(50) VALUE "data/host-groups.dat".
   05 FILLER PIC X(50) VALUE "data/host-schedule.dat".
   05 FILLER PIC X(50) VALUE "data/rollout-plan.dat".
   05 FILLER PIC X(50) VALUE "data/package-licenses.dat".
01 WS-FIXED-FILE-TABLE REDEFINES WS-FIXED-FILE-LIST.
   05 WS-FIXED-FILE OCCURS 6 TIMES PIC X(50).
01 WS-FIXED-IDX             PIC 9(4).

01 WS-CONTROL-FILE-TABLE.
   05 WS-CONTROL-FILE-ENTRY OCCURS 50 TIMES.
      10 CF-NAME              PIC X(50).
      10 CF-IS-MANIFEST       PIC X(1).
      10 CF-EXISTS            PIC X(1).
      10 CF-HAD-SNAPSHOT      PIC X(1).
      10 CF-ADDED             PIC 9(4).
      10 CF-REMOVED           PIC 9(4).
      10 CF-CHANGED           PIC 9(4).
01 WS-CF-COUNT              PIC 9(4) VALUE 0.
01 WS-CF-IDX                PIC 9(4).
01 WS-CF-FOUND-IDX          PIC 9(4).
01 WS-ADD-FILE-NAME         PIC X(50).
01 WS-ADD-IS-MANIFEST       PIC X(1).

*>* Old-side lines of the current diff hunk, paired off against the
*>* new-side lines as they arrive: the first old line with the first
*>* new line is a CHANGED line, anything left over on either side an
*>* ADDED or REMOVED one.
01 WS-OLD-LINE-TABLE.
   05 WS-OLD-LINE-ENTRY OCCURS 100 TIMES.
      10 OLD-LINE-NUM         PIC 9(5).
      10 OLD-LINE-TEXT        PIC X(300).
01 WS-OLD-COUNT             PIC 9(4) VALUE 0.
01 WS-OLD-USED              PIC 9(4) VALUE 0.
01 WS-OLD-IDX               PIC 9(4).
01 WS-OLD-SEEN              PIC 9(5) VALUE 0.
01 WS-HUNK-OLD-START        PIC 9(5) VALUE 0.
01 WS-NEW-LINE-NUM          PIC 9(5) VALUE 0.
01 WS-CMD-POS               PIC 9(4).
01 WS-CHAR-IDX              PIC 9(4).
01 WS-NUM-TEXT              PIC X(10).

01 WS-JRN-ACTION            PIC X(8).
01 WS-JRN-LINE              PIC 9(5).
01 WS-JRN-TEXT              PIC X(300).
01 WS-JRN-WAS-TEXT          PIC X(300).

01 WS-HOLD-TABLE.
   05 WS-HOLD-ENTRY OCCURS 200 TIMES.
      10 HOLD-PACKAGE         PIC X(20).
      10 HOLD-TYPE            PIC X(8).
      10 HOLD-VALUE           PIC X(50).
      10 HOLD-STATUS          PIC X(8).
      10 HOLD-DETECTED        PIC X(10).
      10 HOLD-RUN-ID          PIC X(15).
      10 HOLD-CHANGE-ID       PIC X(12).
      10 HOLD-CLEARED         PIC X(10).
      10 HOLD-DETAIL          PIC X(60).
01 WS-HOLD-COUNT            PIC 9(4) VALUE 0.
01 WS-HOLD-IDX              PIC 9(4).
01 WS-HOLD-FOUND-IDX        PIC 9(4).
01 WS-NEW-HOLD-PACKAGE      PIC X(20).
01 WS-NEW-HOLD-TYPE         PIC X(8).
01 WS-NEW-HOLD-VALUE        PIC X(50).
01 WS-NEW-HOLD-DETAIL       PIC X(60).
01 WS-HOLDS-LOADED-OK       PIC X(1)   VALUE "Y".

01 WS-APPROVAL-TABLE.
   05 WS-APPROVAL-ENTRY OCCURS 200 TIMES.
      10 APPR-CHANGE-ID       PIC X(12).
      10 APPR-PACKAGE         PIC X(20).
      10 APPR-TYPE            PIC X(8).
      10 APPR-VALUE           PIC X(50).
      10 APPR-DATE            PIC X(10).
01 WS-APPROVAL-COUNT        PIC 9(4) VALUE 0.
01 WS-APPROVAL-IDX          PIC 9(4).
01 WS-PKG-FOUND             PIC X(1).

01 WS-SHELL-CMD             PIC X(400).
01 WS-TEST-PATH             PIC X(100).
01 WS-PATH-EXISTS           PIC X(1).
01 WS-SNAP-PATH             PIC X(100).
01 WS-DIFF-OLD-PATH         PIC X(100).
01 WS-DIFF-NEW-PATH         PIC X(100).

*>* CALL "SYSTEM" ... RETURNING RETURN-CODE hands back the raw system()
*>* wait status (exit code * 256), not the exit code itself.
01 WS-REAL-RC               PIC S9(4) COMP VALUE 0.

01 WS-RUN-ID                PIC X(15) VALUE SPACES.
01 WS-CURR-DATE-TIME        PIC X(21).
01 WS-NOW-STAMP             PIC X(19).
01 WS-TODAY                 PIC X(10).
01 WS-JOURNAL-FAILED        PIC X(1)  VALUE "N".

01 WS-LINES-JOURNALED       PIC 9(5) VALUE 0.
01 WS-FILES-CHANGED         PIC 9(4) VALUE 0.
01 WS-HOLDS-OPENED          PIC 9(4) VALUE 0.
01 WS-HOLDS-APPROVED        PIC 9(4) VALUE 0.
01 WS-HOLDS-OPEN            PIC 9(4) VALUE 0.
01 WS-COUNT-DISPLAY         PIC Z(3)9.
01 WS-COUNT-DISPLAY-2       PIC Z(3)9.
01 WS-COUNT-DISPLAY-3       PIC Z(3)9.
01 WS-LINES-DISPLAY         PIC Z(4)9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       DISPLAY "Journaling control file changes..."
       PERFORM RESOLVE-RUN-ID
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2) " " WS-CURR-DATE-TIME(9:2) ":"
              WS-CURR-DATE-TIME(11:2) ":" WS-CURR-DATE-TIME(13:2)
              DELIMITED BY SIZE INTO WS-NOW-STAMP
       MOVE WS-NOW-STAMP(1:10) TO WS-TODAY

       *>* No snapshot directory yet: tonight's files become the
       *>* baseline, and there is nothing to compare or hold.
       MOVE WS-SNAPSHOT-DIR TO WS-TEST-PATH
       MOVE SPACES TO WS-SHELL-CMD
       STRING "test -d " FUNCTION TRIM(WS-TEST-PATH)
              DELIMITED BY SIZE INTO WS-SHELL-CMD
       CALL "SYSTEM" USING WS-SHELL-CMD RETURNING RETURN-CODE
       IF RETURN-CODE NOT = 0
           MOVE "Y" TO WS-FIRST-SNAPSHOT
           DISPLAY "No " FUNCTION TRIM(WS-SNAPSHOT-DIR)
                   " yet - taking the first snapshot."
       END-IF

       PERFORM LOAD-CATALOG-TABLES
       PERFORM BUILD-CONTROL-FILE-LIST
       PERFORM OPEN-JOURNAL
       PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-COUNT
           PERFORM JOURNAL-CONTROL-FILE
       END-PERFORM
       IF WS-JOURNAL-OK = "Y"
           CLOSE CONTROL-JOURNAL
       END-IF
       MOVE SPACES TO WS-SHELL-CMD
       STRING "rm -f " FUNCTION TRIM(WS-DIFF-FILE-NAME)
              DELIMITED BY SIZE INTO WS-SHELL-CMD
       CALL "SYSTEM" USING WS-SHELL-CMD RETURNING RETURN-CODE

       *>* Holds are worked out even when the journal could not be
       *>* written - an unreviewed edit must not slip through because
       *>* the journal was unavailable.
       PERFORM LOAD-CHANGE-HOLDS
       IF WS-FIRST-SNAPSHOT = "N"
           PERFORM DETECT-VERSION-BUMPS
           PERFORM DETECT-MANIFEST-EDITS
       END-IF
       PERFORM DROP-RETIRED-HOLDS
       PERFORM LOAD-CHANGE-APPROVALS
       PERFORM RESOLVE-CHANGE-HOLDS
       IF WS-HOLDS-LOADED-OK = "Y"
           PERFORM REWRITE-CHANGE-HOLDS
       END-IF

       *>* The snapshot only moves on once tonight's changes are safely
       *>* journaled; otherwise the next run journals them again.
       IF WS-JOURNAL-FAILED = "N"
           PERFORM TAKE-SNAPSHOTS
       ELSE
           DISPLAY "Snapshot not updated - changes will be journaled "
                   "again on the next run."
       END-IF

       PERFORM SHOW-JOURNAL-COUNTS
       IF WS-JOURNAL-FAILED = "Y"
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

LOAD-CATALOG-TABLES.
       MOVE "N" TO WS-LOADING-SNAPSHOT
       MOVE WS-CURRENT-CATALOG-NAME TO WS-CATALOG-FILE-NAME
       PERFORM READ-CATALOG-FILE
       IF WS-FIRST-SNAPSHOT = "N"
           MOVE "Y" TO WS-LOADING-SNAPSHOT
           MOVE SPACES TO WS-CATALOG-FILE-NAME
           STRING FUNCTION TRIM(WS-SNAPSHOT-DIR) "/"
                  FUNCTION TRIM(WS-CURRENT-CATALOG-NAME)
                  DELIMITED BY SIZE INTO WS-CATALOG-FILE-NAME
           PERFORM READ-CATALOG-FILE
           MOVE WS-CURRENT-CATALOG-NAME TO WS-CATALOG-FILE-NAME
       END-IF
       .

READ-CATALOG-FILE.
       *>* A missing catalog (tonight or in the snapshot) is journaled
       *>* like any other file; here it just means no packages to check.
       MOVE "N" TO WS-CATALOG-EOF
       OPEN INPUT PACKAGE-CATALOG
       IF WS-CATALOG-STATUS = "00"
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ PACKAGE-CATALOG
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                               AND CATALOG-RECORD(1:1) NOT = "*"
                           PERFORM LOAD-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKAGE-CATALOG
       END-IF
       .

LOAD-CATALOG-ENTRY.
       IF WS-LOADING-SNAPSHOT = "Y"
           IF WS-SNAP-PKG-COUNT < WS-MAX-PACKAGE-ENTRIES
               ADD 1 TO WS-SNAP-PKG-COUNT
               MOVE CAT-PACKAGE-NAME TO SNAP-PKG-NAME(WS-SNAP-PKG-COUNT)
               MOVE CAT-PACKAGE-VERSION
                   TO SNAP-PKG-VERSION(WS-SNAP-PKG-COUNT)
           END-IF
       ELSE
           IF WS-PKG-COUNT >= WS-MAX-PACKAGE-ENTRIES
               DISPLAY "Too many catalog packages (max "
                       WS-MAX-PACKAGE-ENTRIES
                       ") - ignoring " FUNCTION TRIM(CAT-PACKAGE-NAME)
           ELSE
               ADD 1 TO WS-PKG-COUNT
               MOVE CAT-PACKAGE-NAME TO PKG-NAME(WS-PKG-COUNT)
               MOVE CAT-PACKAGE-VERSION TO PKG-VERSION(WS-PKG-COUNT)
               MOVE CAT-MANIFEST-FILE TO PKG-MANIFEST(WS-PKG-COUNT)
               MOVE CAT-UPGRADE-MANIFEST
                   TO PKG-UPG-MANIFEST(WS-PKG-COUNT)
               MOVE CAT-UNDO-MANIFEST TO PKG-UNDO-MANIFEST(WS-PKG-COUNT)
           END-IF
       END-IF
       .

BUILD-CONTROL-FILE-LIST.
       PERFORM VARYING WS-FIXED-IDX FROM 1 BY 1
               UNTIL WS-FIXED-IDX > 6
           MOVE WS-FIXED-FILE(WS-FIXED-IDX) TO WS-ADD-FILE-NAME
           MOVE "N" TO WS-ADD-IS-MANIFEST
           PERFORM ADD-CONTROL-FILE
       END-PERFORM
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           MOVE "Y" TO WS-ADD-IS-MANIFEST
           MOVE PKG-MANIFEST(WS-PKG-IDX) TO WS-ADD-FILE-NAME
           PERFORM ADD-CONTROL-FILE
           MOVE PKG-UPG-MANIFEST(WS-PKG-IDX) TO WS-ADD-FILE-NAME
           PERFORM ADD-CONTROL-FILE
           MOVE PKG-UNDO-MANIFEST(WS-PKG-IDX) TO WS-ADD-FILE-NAME
           PERFORM ADD-CONTROL-FILE
       END-PERFORM
       .

ADD-CONTROL-FILE.
       *>* Blank manifest columns are skipped; a manifest shared by
       *>* several packages is compared once.
       IF WS-ADD-FILE-NAME NOT = SPACES
           MOVE 0 TO WS-CF-FOUND-IDX
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               IF CF-NAME(WS-CF-IDX) = WS-ADD-FILE-NAME
                   MOVE WS-CF-IDX TO WS-CF-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CF-FOUND-IDX = 0
               IF WS-CF-COUNT >= WS-MAX-TABLE-ENTRIES
                   DISPLAY "Too many control files (max "
                           WS-MAX-TABLE-ENTRIES
                           ") - ignoring "
                           FUNCTION TRIM(WS-ADD-FILE-NAME)
               ELSE
                   ADD 1 TO WS-CF-COUNT
                   MOVE WS-ADD-FILE-NAME TO CF-NAME(WS-CF-COUNT)
                   MOVE WS-ADD-IS-MANIFEST TO CF-IS-MANIFEST(WS-CF-COUNT)
                   MOVE "N" TO CF-EXISTS(WS-CF-COUNT)
                   MOVE "N" TO CF-HAD-SNAPSHOT(WS-CF-COUNT)
                   MOVE 0 TO CF-ADDED(WS-CF-COUNT)
                   MOVE 0 TO CF-REMOVED(WS-CF-COUNT)
                   MOVE 0 TO CF-CHANGED(WS-CF-COUNT)
               END-IF
           END-IF
       END-IF
       .

OPEN-JOURNAL.
       *>* Append across runs; create it on first use.
       OPEN EXTEND CONTROL-JOURNAL
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT CONTROL-JOURNAL
           CLOSE CONTROL-JOURNAL
           OPEN EXTEND CONTROL-JOURNAL
       END-IF
       IF WS-JOURNAL-STATUS = "00"
           MOVE "Y" TO WS-JOURNAL-OK
       ELSE
           DISPLAY "Unable to open change journal " WS-JOURNAL-FILE-NAME
                   ", status " WS-JOURNAL-STATUS
           MOVE "Y" TO WS-JOURNAL-FAILED
       END-IF
       .

JOURNAL-CONTROL-FILE.
       MOVE CF-NAME(WS-CF-IDX) TO WS-TEST-PATH
       PERFORM CHECK-PATH-EXISTS
       MOVE WS-PATH-EXISTS TO CF-EXISTS(WS-CF-IDX)
       MOVE SPACES TO WS-SNAP-PATH
       STRING FUNCTION TRIM(WS-SNAPSHOT-DIR) "/"
              FUNCTION TRIM(CF-NAME(WS-CF-IDX))
              DELIMITED BY SIZE INTO WS-SNAP-PATH
       MOVE WS-SNAP-PATH TO WS-TEST-PATH
       PERFORM CHECK-PATH-EXISTS
       MOVE WS-PATH-EXISTS TO CF-HAD-SNAPSHOT(WS-CF-IDX)

       IF WS-FIRST-SNAPSHOT = "Y"
           IF CF-EXISTS(WS-CF-IDX) = "Y"
               MOVE "BASELINE" TO WS-JRN-ACTION
               MOVE 0 TO WS-JRN-LINE
               MOVE "first snapshot - later runs journal changes from here"
                   TO WS-JRN-TEXT
               MOVE SPACES TO WS-JRN-WAS-TEXT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
       ELSE
           IF CF-EXISTS(WS-CF-IDX) = "Y"
                   OR CF-HAD-SNAPSHOT(WS-CF-IDX) = "Y"
               PERFORM DIFF-CONTROL-FILE
           END-IF
       END-IF
       .

CHECK-PATH-EXISTS.
       MOVE "N" TO WS-PATH-EXISTS
       MOVE SPACES TO WS-SHELL-CMD
       STRING "test -f " FUNCTION TRIM(WS-TEST-PATH)
              DELIMITED BY SIZE INTO WS-SHELL-CMD
       CALL "SYSTEM" USING WS-SHELL-CMD RETURNING RETURN-CODE
       IF RETURN-CODE = 0
           MOVE "Y" TO WS-PATH-EXISTS
       END-IF
       .

DIFF-CONTROL-FILE.
       *>* A file new since the last run is compared against an empty
       *>* one (every line ADDED); a file gone since then the other way
       *>* round (every line REMOVED).
       IF CF-HAD-SNAPSHOT(WS-CF-IDX) = "Y"
           MOVE WS-SNAP-PATH TO WS-DIFF-OLD-PATH
       ELSE
           MOVE "/dev/null" TO WS-DIFF-OLD-PATH
       END-IF
       IF CF-EXISTS(WS-CF-IDX) = "Y"
           MOVE CF-NAME(WS-CF-IDX) TO WS-DIFF-NEW-PATH
       ELSE
           MOVE "/dev/null" TO WS-DIFF-NEW-PATH
       END-IF
       MOVE SPACES TO WS-SHELL-CMD
       STRING "diff " FUNCTION TRIM(WS-DIFF-OLD-PATH) " "
              FUNCTION TRIM(WS-DIFF-NEW-PATH) " > "
              FUNCTION TRIM(WS-DIFF-FILE-NAME) " 2>/dev/null"
              DELIMITED BY SIZE INTO WS-SHELL-CMD
       CALL "SYSTEM" USING WS-SHELL-CMD RETURNING RETURN-CODE
       DIVIDE RETURN-CODE BY 256 GIVING WS-REAL-RC
       *>* diff exits 0 when the files match, 1 when they differ and 2
       *>* when it could not compare them.
       IF WS-REAL-RC = 1
           PERFORM READ-DIFF-OUTPUT
       ELSE
           IF WS-REAL-RC NOT = 0
               DISPLAY "Unable to compare " FUNCTION TRIM(CF-NAME(WS-CF-IDX))
                       " with its snapshot (return code " WS-REAL-RC ")"
               MOVE "Y" TO WS-JOURNAL-FAILED
           END-IF
       END-IF
       IF CF-ADDED(WS-CF-IDX) > 0 OR CF-REMOVED(WS-CF-IDX) > 0
               OR CF-CHANGED(WS-CF-IDX) > 0
           ADD 1 TO WS-FILES-CHANGED
           MOVE CF-ADDED(WS-CF-IDX) TO WS-COUNT-DISPLAY
           MOVE CF-REMOVED(WS-CF-IDX) TO WS-COUNT-DISPLAY-2
           MOVE CF-CHANGED(WS-CF-IDX) TO WS-COUNT-DISPLAY-3
           DISPLAY FUNCTION TRIM(CF-NAME(WS-CF-IDX)) ": "
                   FUNCTION TRIM(WS-COUNT-DISPLAY) " added, "
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2) " removed, "
                   FUNCTION TRIM(WS-COUNT-DISPLAY-3) " changed"
       END-IF
       .

READ-DIFF-OUTPUT.
       MOVE 0 TO WS-OLD-COUNT
       MOVE 0 TO WS-OLD-USED
       MOVE 0 TO WS-OLD-SEEN
       MOVE "N" TO WS-DIFF-EOF
       OPEN INPUT DIFF-SCRATCH
       IF WS-DIFF-STATUS NOT = "00"
           DISPLAY "Unable to read " WS-DIFF-FILE-NAME
                   ", status " WS-DIFF-STATUS
           MOVE "Y" TO WS-JOURNAL-FAILED
       ELSE
           PERFORM UNTIL WS-DIFF-EOF = "Y"
               READ DIFF-SCRATCH
                   AT END
                       MOVE "Y" TO WS-DIFF-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DIFF-RECORD(1:1) IS NUMERIC
                               PERFORM START-DIFF-HUNK
                           WHEN DIFF-RECORD(1:2) = "< "
                               PERFORM APPLY-OLD-DIFF-LINE
                           WHEN DIFF-RECORD(1:2) = "> "
                               PERFORM APPLY-NEW-DIFF-LINE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DIFF-SCRATCH
           PERFORM FLUSH-REMOVED-LINES
       END-IF
       .

START-DIFF-HUNK.
       PERFORM FLUSH-REMOVED-LINES
       MOVE 0 TO WS-CMD-POS
       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 30 OR WS-CMD-POS NOT = 0
           IF DIFF-RECORD(WS-CHAR-IDX:1) = "a"
                   OR DIFF-RECORD(WS-CHAR-IDX:1) = "c"
                   OR DIFF-RECORD(WS-CHAR-IDX:1) = "d"
               MOVE WS-CHAR-IDX TO WS-CMD-POS
           END-IF
       END-PERFORM
       MOVE 0 TO WS-HUNK-OLD-START
       MOVE 0 TO WS-NEW-LINE-NUM
       IF WS-CMD-POS > 1
           MOVE SPACES TO WS-NUM-TEXT
           UNSTRING DIFF-RECORD(1:WS-CMD-POS - 1) DELIMITED BY ","
               INTO WS-NUM-TEXT
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-HUNK-OLD-START
           MOVE SPACES TO WS-NUM-TEXT
           UNSTRING DIFF-RECORD(WS-CMD-POS + 1:20)
               DELIMITED BY "," OR SPACE
               INTO WS-NUM-TEXT
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NEW-LINE-NUM
       END-IF
       .

APPLY-OLD-DIFF-LINE.
       ADD 1 TO WS-OLD-SEEN
       IF WS-OLD-COUNT < WS-MAX-OLD-LINES
           ADD 1 TO WS-OLD-COUNT
           COMPUTE OLD-LINE-NUM(WS-OLD-COUNT)
               = WS-HUNK-OLD-START + WS-OLD-SEEN - 1
           MOVE DIFF-RECORD(3:300) TO OLD-LINE-TEXT(WS-OLD-COUNT)
       ELSE
           *>* A very long hunk: past the pairing table, old lines are
           *>* journaled as removed straight away.
           MOVE "REMOVED" TO WS-JRN-ACTION
           COMPUTE WS-JRN-LINE = WS-HUNK-OLD-START + WS-OLD-SEEN - 1
           MOVE DIFF-RECORD(3:300) TO WS-JRN-TEXT
           MOVE SPACES TO WS-JRN-WAS-TEXT
           PERFORM WRITE-JOURNAL-RECORD
           ADD 1 TO CF-REMOVED(WS-CF-IDX)
       END-IF
       .

APPLY-NEW-DIFF-LINE.
       ADD 1 TO WS-OLD-USED
       MOVE WS-NEW-LINE-NUM TO WS-JRN-LINE
       MOVE DIFF-RECORD(3:300) TO WS-JRN-TEXT
       IF WS-OLD-USED <= WS-OLD-COUNT
           MOVE "CHANGED" TO WS-JRN-ACTION
           MOVE OLD-LINE-TEXT(WS-OLD-USED) TO WS-JRN-WAS-TEXT
           ADD 1 TO CF-CHANGED(WS-CF-IDX)
       ELSE
           MOVE "ADDED" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-WAS-TEXT
           ADD 1 TO CF-ADDED(WS-CF-IDX)
       END-IF
       PERFORM WRITE-JOURNAL-RECORD
       ADD 1 TO WS-NEW-LINE-NUM
       .

FLUSH-REMOVED-LINES.
       *>* Old lines of the finished hunk that no new line replaced.
       PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT
           IF WS-OLD-IDX > WS-OLD-USED
               MOVE "REMOVED" TO WS-JRN-ACTION
               MOVE OLD-LINE-NUM(WS-OLD-IDX) TO WS-JRN-LINE
               MOVE OLD-LINE-TEXT(WS-OLD-IDX) TO WS-JRN-TEXT
               MOVE SPACES TO WS-JRN-WAS-TEXT
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO CF-REMOVED(WS-CF-IDX)
           END-IF
       END-PERFORM
       MOVE 0 TO WS-OLD-COUNT
       MOVE 0 TO WS-OLD-USED
       MOVE 0 TO WS-OLD-SEEN
       .

WRITE-JOURNAL-RECORD.
       IF WS-JOURNAL-OK = "Y"
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE WS-NOW-STAMP TO JRN-TIMESTAMP
           MOVE CF-NAME(WS-CF-IDX) TO JRN-FILE
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-LINE TO JRN-LINE
           MOVE WS-JRN-TEXT TO JRN-TEXT
           MOVE WS-JRN-WAS-TEXT TO JRN-WAS-TEXT
           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Warning: failed to write " WS-JOURNAL-FILE-NAME
                       " entry, status " WS-JOURNAL-STATUS
               MOVE "Y" TO WS-JOURNAL-FAILED
           ELSE
               ADD 1 TO WS-LINES-JOURNALED
           END-IF
       END-IF
       .

LOAD-CHANGE-HOLDS.
       *>* No holds file yet means nothing held. An unreadable one is
       *>* left alone rather than rewritten from a partial picture.
       OPEN INPUT CHANGE-HOLDS
       IF WS-HOLDS-STATUS = "00"
           PERFORM UNTIL WS-HOLDS-EOF = "Y"
               READ CHANGE-HOLDS
                   AT END
                       MOVE "Y" TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-RECORD NOT = SPACES
                           PERFORM LOAD-HOLD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-HOLDS
       ELSE
           IF WS-HOLDS-STATUS NOT = "35"
               DISPLAY "Unable to open change holds " WS-HOLDS-FILE-NAME
                       ", status " WS-HOLDS-STATUS
               MOVE "N" TO WS-HOLDS-LOADED-OK
               MOVE "Y" TO WS-JOURNAL-FAILED
           END-IF
       END-IF
       .

LOAD-HOLD-ENTRY.
       IF WS-HOLD-COUNT >= WS-MAX-HOLD-ENTRIES
           DISPLAY "Too many change holds (max " WS-MAX-HOLD-ENTRIES
                   ") - ignoring " FUNCTION TRIM(HLD-REC-PACKAGE) " "
                   FUNCTION TRIM(HLD-REC-TYPE)
       ELSE
           ADD 1 TO WS-HOLD-COUNT
           MOVE HLD-REC-PACKAGE TO HOLD-PACKAGE(WS-HOLD-COUNT)
           MOVE HLD-REC-TYPE TO HOLD-TYPE(WS-HOLD-COUNT)
           MOVE HLD-REC-VALUE TO HOLD-VALUE(WS-HOLD-COUNT)
           MOVE HLD-REC-STATUS TO HOLD-STATUS(WS-HOLD-COUNT)
           MOVE HLD-REC-DETECTED TO HOLD-DETECTED(WS-HOLD-COUNT)
           MOVE HLD-REC-RUN-ID TO HOLD-RUN-ID(WS-HOLD-COUNT)
           MOVE HLD-REC-CHANGE-ID TO HOLD-CHANGE-ID(WS-HOLD-COUNT)
           MOVE HLD-REC-CLEARED TO HOLD-CLEARED(WS-HOLD-COUNT)
           MOVE HLD-REC-DETAIL TO HOLD-DETAIL(WS-HOLD-COUNT)
       END-IF
       .

DETECT-VERSION-BUMPS.
       *>* Only a package present in both catalogs can have been bumped;
       *>* a package new to the catalog comes in with new manifests,
       *>* which the manifest check holds.
       PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
           PERFORM VARYING WS-SNAP-PKG-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-PKG-IDX > WS-SNAP-PKG-COUNT
               IF SNAP-PKG-NAME(WS-SNAP-PKG-IDX) = PKG-NAME(WS-PKG-IDX)
                       AND SNAP-PKG-VERSION(WS-SNAP-PKG-IDX)
                           NOT = PKG-VERSION(WS-PKG-IDX)
                   MOVE PKG-NAME(WS-PKG-IDX) TO WS-NEW-HOLD-PACKAGE
                   MOVE "VERSION" TO WS-NEW-HOLD-TYPE
                   MOVE PKG-VERSION(WS-PKG-IDX) TO WS-NEW-HOLD-VALUE
                   MOVE SPACES TO WS-NEW-HOLD-DETAIL
                   STRING "catalog version "
                          FUNCTION TRIM(SNAP-PKG-VERSION(WS-SNAP-PKG-IDX))
                          " -> " FUNCTION TRIM(PKG-VERSION(WS-PKG-IDX))
                          DELIMITED BY SIZE INTO WS-NEW-HOLD-DETAIL
                   PERFORM ADD-CHANGE-HOLD
               END-IF
           END-PERFORM
       END-PERFORM
       .

DETECT-MANIFEST-EDITS.
       *>* Any journaled line in a manifest holds every package that
       *>* runs it - install, upgrade or undo.
       PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-COUNT
           IF CF-IS-MANIFEST(WS-CF-IDX) = "Y"
                   AND (CF-ADDED(WS-CF-IDX) > 0
                        OR CF-REMOVED(WS-CF-IDX) > 0
                        OR CF-CHANGED(WS-CF-IDX) > 0)
               PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                       UNTIL WS-PKG-IDX > WS-PKG-COUNT
                   IF PKG-MANIFEST(WS-PKG-IDX) = CF-NAME(WS-CF-IDX)
                           OR PKG-UPG-MANIFEST(WS-PKG-IDX)
                              = CF-NAME(WS-CF-IDX)
                           OR PKG-UNDO-MANIFEST(WS-PKG-IDX)
                              = CF-NAME(WS-CF-IDX)
                       MOVE PKG-NAME(WS-PKG-IDX) TO WS-NEW-HOLD-PACKAGE
                       MOVE "MANIFEST" TO WS-NEW-HOLD-TYPE
                       MOVE CF-NAME(WS-CF-IDX) TO WS-NEW-HOLD-VALUE
                       MOVE CF-ADDED(WS-CF-IDX) TO WS-COUNT-DISPLAY
                       MOVE CF-REMOVED(WS-CF-IDX) TO WS-COUNT-DISPLAY-2
                       MOVE CF-CHANGED(WS-CF-IDX) TO WS-COUNT-DISPLAY-3
                       MOVE SPACES TO WS-NEW-HOLD-DETAIL
                       STRING "manifest edited: "
                              FUNCTION TRIM(WS-COUNT-DISPLAY) " added, "
                              FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                              " removed, "
                              FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                              " changed"
                              DELIMITED BY SIZE INTO WS-NEW-HOLD-DETAIL
                       PERFORM ADD-CHANGE-HOLD
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM
       .

ADD-CHANGE-HOLD.
       *>* An open hold of the same kind is brought up to date instead
       *>* of a second one being opened: a second bump replaces the
       *>* version awaiting approval, and a further manifest edit moves
       *>* the detected date on, so an approval given before it no
       *>* longer covers it.
       MOVE 0 TO WS-HOLD-FOUND-IDX
       PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           IF HOLD-STATUS(WS-HOLD-IDX) = "HELD"
                   AND HOLD-PACKAGE(WS-HOLD-IDX) = WS-NEW-HOLD-PACKAGE
                   AND HOLD-TYPE(WS-HOLD-IDX) = WS-NEW-HOLD-TYPE
               IF WS-NEW-HOLD-TYPE = "VERSION"
                       OR HOLD-VALUE(WS-HOLD-IDX) = WS-NEW-HOLD-VALUE
                   MOVE WS-HOLD-IDX TO WS-HOLD-FOUND-IDX
               END-IF
           END-IF
       END-PERFORM
       IF WS-HOLD-FOUND-IDX = 0
           IF WS-HOLD-COUNT >= WS-MAX-HOLD-ENTRIES
               DISPLAY "Too many change holds (max " WS-MAX-HOLD-ENTRIES
                       ") - cannot hold "
                       FUNCTION TRIM(WS-NEW-HOLD-PACKAGE)
               MOVE "Y" TO WS-JOURNAL-FAILED
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-COUNT TO WS-HOLD-FOUND-IDX
               MOVE WS-NEW-HOLD-PACKAGE TO HOLD-PACKAGE(WS-HOLD-COUNT)
               MOVE WS-NEW-HOLD-TYPE TO HOLD-TYPE(WS-HOLD-COUNT)
               MOVE "HELD" TO HOLD-STATUS(WS-HOLD-COUNT)
               MOVE SPACES TO HOLD-CHANGE-ID(WS-HOLD-COUNT)
               MOVE SPACES TO HOLD-CLEARED(WS-HOLD-COUNT)
               ADD 1 TO WS-HOLDS-OPENED
           END-IF
       END-IF
       IF WS-HOLD-FOUND-IDX NOT = 0
           MOVE WS-NEW-HOLD-VALUE TO HOLD-VALUE(WS-HOLD-FOUND-IDX)
           MOVE WS-NEW-HOLD-DETAIL TO HOLD-DETAIL(WS-HOLD-FOUND-IDX)
           MOVE WS-TODAY TO HOLD-DETECTED(WS-HOLD-FOUND-IDX)
           MOVE WS-RUN-ID TO HOLD-RUN-ID(WS-HOLD-FOUND-IDX)
           DISPLAY "Package " FUNCTION TRIM(WS-NEW-HOLD-PACKAGE)
                   " held for change approval - "
                   FUNCTION TRIM(WS-NEW-HOLD-DETAIL)
       END-IF
       .

DROP-RETIRED-HOLDS.
       *>* A package taken out of the catalog can't roll out, so its
       *>* open holds are closed. Skipped when the catalog couldn't be
       *>* read at all, rather than drop every hold.
       IF WS-PKG-COUNT > 0
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF HOLD-STATUS(WS-HOLD-IDX) = "HELD"
                   MOVE "N" TO WS-PKG-FOUND
                   PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                           UNTIL WS-PKG-IDX > WS-PKG-COUNT
                       IF PKG-NAME(WS-PKG-IDX) = HOLD-PACKAGE(WS-HOLD-IDX)
                           MOVE "Y" TO WS-PKG-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PKG-FOUND = "N"
                       MOVE "DROPPED" TO HOLD-STATUS(WS-HOLD-IDX)
                       MOVE WS-TODAY TO HOLD-CLEARED(WS-HOLD-IDX)
                   END-IF
               END-IF
           END-PERFORM
       END-IF
       .

LOAD-CHANGE-APPROVALS.
       *>* Optional - no file means nothing approved yet.
       OPEN INPUT CHANGE-APPROVALS
       IF WS-APPROVAL-STATUS = "00"
           PERFORM UNTIL WS-APPROVAL-EOF = "Y"
               READ CHANGE-APPROVALS
                   AT END
                       MOVE "Y" TO WS-APPROVAL-EOF
                   NOT AT END
                       IF APPROVAL-RECORD NOT = SPACES
                               AND APPROVAL-RECORD(1:1) NOT = "*"
                               AND APR-STATUS = "APPROVED"
                           IF WS-APPROVAL-COUNT >= WS-MAX-HOLD-ENTRIES
                               DISPLAY "Too many change approvals (max "
                                       WS-MAX-HOLD-ENTRIES
                                       ") - ignoring "
                                       FUNCTION TRIM(APR-CHANGE-ID)
                           ELSE
                               ADD 1 TO WS-APPROVAL-COUNT
                               MOVE APR-CHANGE-ID
                                   TO APPR-CHANGE-ID(WS-APPROVAL-COUNT)
                               MOVE APR-PACKAGE
                                   TO APPR-PACKAGE(WS-APPROVAL-COUNT)
                               MOVE APR-TYPE
                                   TO APPR-TYPE(WS-APPROVAL-COUNT)
                               MOVE APR-VALUE
                                   TO APPR-VALUE(WS-APPROVAL-COUNT)
                               MOVE APR-DATE
                                   TO APPR-DATE(WS-APPROVAL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-APPROVALS
       END-IF
       .

RESOLVE-CHANGE-HOLDS.
       *>* A version bump is approved by package and the new version;
       *>* a manifest edit by package and manifest file, dated on or
       *>* after the night the edit was journaled.
       PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           IF HOLD-STATUS(WS-HOLD-IDX) = "HELD"
               PERFORM VARYING WS-APPROVAL-IDX FROM 1 BY 1
                       UNTIL WS-APPROVAL-IDX > WS-APPROVAL-COUNT
                          OR HOLD-STATUS(WS-HOLD-IDX) NOT = "HELD"
                   IF APPR-PACKAGE(WS-APPROVAL-IDX)
                           = HOLD-PACKAGE(WS-HOLD-IDX)
                           AND APPR-TYPE(WS-APPROVAL-IDX)
                               = HOLD-TYPE(WS-HOLD-IDX)
                           AND APPR-VALUE(WS-APPROVAL-IDX)
                               = HOLD-VALUE(WS-HOLD-IDX)
                       IF HOLD-TYPE(WS-HOLD-IDX) = "VERSION"
                               OR APPR-DATE(WS-APPROVAL-IDX)
                                  >= HOLD-DETECTED(WS-HOLD-IDX)
                           MOVE "APPROVED" TO HOLD-STATUS(WS-HOLD-IDX)
                           MOVE APPR-CHANGE-ID(WS-APPROVAL-IDX)
                               TO HOLD-CHANGE-ID(WS-HOLD-IDX)
                           MOVE WS-TODAY TO HOLD-CLEARED(WS-HOLD-IDX)
                           ADD 1 TO WS-HOLDS-APPROVED
                           DISPLAY "Package "
                                   FUNCTION TRIM(HOLD-PACKAGE(WS-HOLD-IDX))
                                   " " FUNCTION TRIM(HOLD-TYPE(WS-HOLD-IDX))
                                   " change approved under "
                                   FUNCTION TRIM(
                                       APPR-CHANGE-ID(WS-APPROVAL-IDX))
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF HOLD-STATUS(WS-HOLD-IDX) = "HELD"
               ADD 1 TO WS-HOLDS-OPEN
           END-IF
       END-PERFORM
       .

REWRITE-CHANGE-HOLDS.
       *>* Approved and dropped holds are kept as the approval trail.
       OPEN OUTPUT CHANGE-HOLDS
       IF WS-HOLDS-STATUS NOT = "00"
           DISPLAY "Unable to write " WS-HOLDS-FILE-NAME
                   ", status " WS-HOLDS-STATUS
           MOVE "Y" TO WS-JOURNAL-FAILED
       ELSE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE SPACES TO HOLD-RECORD
               MOVE HOLD-PACKAGE(WS-HOLD-IDX) TO HLD-REC-PACKAGE
               MOVE HOLD-TYPE(WS-HOLD-IDX) TO HLD-REC-TYPE
               MOVE HOLD-VALUE(WS-HOLD-IDX) TO HLD-REC-VALUE
               MOVE HOLD-STATUS(WS-HOLD-IDX) TO HLD-REC-STATUS
               MOVE HOLD-DETECTED(WS-HOLD-IDX) TO HLD-REC-DETECTED
               MOVE HOLD-RUN-ID(WS-HOLD-IDX) TO HLD-REC-RUN-ID
               MOVE HOLD-CHANGE-ID(WS-HOLD-IDX) TO HLD-REC-CHANGE-ID
               MOVE HOLD-CLEARED(WS-HOLD-IDX) TO HLD-REC-CLEARED
               MOVE HOLD-DETAIL(WS-HOLD-IDX) TO HLD-REC-DETAIL
               WRITE HOLD-RECORD
               IF WS-HOLDS-STATUS NOT = "00"
                   DISPLAY "Warning: failed to write "
                           WS-HOLDS-FILE-NAME
                           " entry, status " WS-HOLDS-STATUS
                   MOVE "Y" TO WS-JOURNAL-FAILED
               END-IF
           END-PERFORM
           CLOSE CHANGE-HOLDS
       END-IF
       .

TAKE-SNAPSHOTS.
       PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-COUNT
           MOVE SPACES TO WS-SHELL-CMD
           IF CF-EXISTS(WS-CF-IDX) = "Y"
               STRING "mkdir -p $(dirname "
                      FUNCTION TRIM(WS-SNAPSHOT-DIR) "/"
                      FUNCTION TRIM(CF-NAME(WS-CF-IDX)) ") && cp "
                      FUNCTION TRIM(CF-NAME(WS-CF-IDX)) " "
                      FUNCTION TRIM(WS-SNAPSHOT-DIR) "/"
                      FUNCTION TRIM(CF-NAME(WS-CF-IDX))
                      DELIMITED BY SIZE INTO WS-SHELL-CMD
           ELSE
               STRING "rm -f " FUNCTION TRIM(WS-SNAPSHOT-DIR) "/"
                      FUNCTION TRIM(CF-NAME(WS-CF-IDX))
                      DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               DIVIDE RETURN-CODE BY 256 GIVING WS-REAL-RC
               DISPLAY "Warning: snapshot of "
                       FUNCTION TRIM(CF-NAME(WS-CF-IDX))
                       " failed (return code " WS-REAL-RC ")"
               MOVE "Y" TO WS-JOURNAL-FAILED
           END-IF
       END-PERFORM
       .

SHOW-JOURNAL-COUNTS.
       MOVE WS-FILES-CHANGED TO WS-COUNT-DISPLAY
       DISPLAY "Control files changed:     " WS-COUNT-DISPLAY
       MOVE WS-LINES-JOURNALED TO WS-LINES-DISPLAY
       DISPLAY "Journal lines written:    " WS-LINES-DISPLAY
       MOVE WS-HOLDS-OPENED TO WS-COUNT-DISPLAY
       DISPLAY "Change holds opened:       " WS-COUNT-DISPLAY
       MOVE WS-HOLDS-APPROVED TO WS-COUNT-DISPLAY
       DISPLAY "Change holds approved:     " WS-COUNT-DISPLAY
       MOVE WS-HOLDS-OPEN TO WS-COUNT-DISPLAY
       DISPLAY "Changes awaiting approval: " WS-COUNT-DISPLAY
       .
