IDENTIFICATION DIVISION.
PROGRAM-ID. INVENTORY-ASOF-RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

    SELECT ASOF-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INVENTORY-HISTORY.
    COPY "invhistrec.cpy".

FD  ASOF-REPORT.
01  REPORT-LINE                  PIC X(132).

WORKING-STORAGE SECTION.
01 WS-HISTORY-FILE-NAME       PIC X(100) VALUE "inventory-history.dat".
01 WS-HISTORY-STATUS          PIC X(2).
01 WS-HISTORY-EOF             PIC X(1)   VALUE "N".

01 WS-REPORT-FILE-NAME        PIC X(100)
       VALUE "inventory-asof-report.txt".
01 WS-REPORT-STATUS           PIC X(2).

*>* "inventory-asof-rpt YYYY-MM-DD [host]". The inventory is rebuilt
*>* as it stood at the end of that day: a package installed on the
*>* day is on the machine, one removed on the day is not. Without a
*>* date the report is for today; without a host, the whole fleet.
01 WS-COMMAND-ARGS            PIC X(100).
01 WS-ASOF-DATE               PIC X(10)  VALUE SPACES.
01 WS-ASOF-HOST               PIC X(50)  VALUE SPACES.
01 WS-ARGS-OK                 PIC X(1)   VALUE "Y".
01 WS-CURR-DATE-TIME          PIC X(21).

*>* The machine+package pairs in force on the as-of date, kept in
*>* machine then package order as they are found so the report reads
*>* like a key-order browse of the inventory itself.
01 WS-MAX-ASOF-ENTRIES        PIC 9(4) VALUE 500.
01 WS-ASOF-TABLE.
   05 WS-ASOF-ENTRY OCCURS 500 TIMES.
      10 ASOF-MACHINE          PIC X(50).
      10 ASOF-PACKAGE          PIC X(20).
      10 ASOF-VERSION          PIC X(12).
      10 ASOF-WINE             PIC X(20).
      10 ASOF-INSTALL-DATE     PIC X(10).
      10 ASOF-SINCE            PIC X(10).
      10 ASOF-ACTION           PIC X(8).
      10 ASOF-SOURCE           PIC X(16).
01 WS-ASOF-COUNT              PIC 9(4) VALUE 0.
01 WS-ASOF-IDX                PIC 9(4).
01 WS-FOUND-IDX               PIC 9(4).
01 WS-INSERT-IDX              PIC 9(4).
01 WS-SHIFT-IDX               PIC 9(4).
01 WS-HOST-COUNT              PIC 9(4) VALUE 0.
01 WS-LAST-MACHINE            PIC X(50).
01 WS-COUNT-DISPLAY           PIC Z(4)9.
01 WS-COUNT-DISPLAY-2         PIC Z(4)9.

*>* Fixed-width columns matching the header literal in
*>* WRITE-ASOF-REPORT so rows line up whatever the hostname length.
01 WS-COL-HOST                PIC X(26).
01 WS-COL-PACKAGE             PIC X(21).
01 WS-COL-VERSION             PIC X(13).
01 WS-COL-WINE                PIC X(21).
01 WS-COL-INSTALLED           PIC X(11).
01 WS-COL-SINCE               PIC X(11).

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       PERFORM PARSE-ASOF-ARGUMENTS
       IF WS-ARGS-OK NOT = "Y"
           DISPLAY "Usage: inventory-asof-rpt [YYYY-MM-DD [host]]"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF

       IF WS-ASOF-HOST = SPACES
           DISPLAY "Rebuilding the fleet inventory as of "
                   WS-ASOF-DATE " from "
                   FUNCTION TRIM(WS-HISTORY-FILE-NAME) "..."
       ELSE
           DISPLAY "Rebuilding the inventory of "
                   FUNCTION TRIM(WS-ASOF-HOST) " as of "
                   WS-ASOF-DATE " from "
                   FUNCTION TRIM(WS-HISTORY-FILE-NAME) "..."
       END-IF

       PERFORM READ-INVENTORY-HISTORY
       IF WS-HISTORY-STATUS NOT = "00" AND WS-HISTORY-STATUS NOT = "10"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF

       PERFORM WRITE-ASOF-REPORT

       DISPLAY "As-of inventory report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
       MOVE 0 TO RETURN-CODE
       GOBACK.

PARSE-ASOF-ARGUMENTS.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE
       IF WS-COMMAND-ARGS NOT = SPACES
           UNSTRING FUNCTION TRIM(WS-COMMAND-ARGS) DELIMITED BY ALL SPACE
               INTO WS-ASOF-DATE WS-ASOF-HOST
       END-IF
       IF WS-ASOF-DATE = SPACES
           STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
                  WS-CURR-DATE-TIME(7:2)
                  DELIMITED BY SIZE INTO WS-ASOF-DATE
       END-IF
       *>* Dates in the history are YYYY-MM-DD and compared as text, so
       *>* anything else would quietly select the wrong records.
       IF WS-ASOF-DATE(1:4) IS NOT NUMERIC
               OR WS-ASOF-DATE(5:1) NOT = "-"
               OR WS-ASOF-DATE(6:2) IS NOT NUMERIC
               OR WS-ASOF-DATE(8:1) NOT = "-"
               OR WS-ASOF-DATE(9:2) IS NOT NUMERIC
           DISPLAY "As-of date '" FUNCTION TRIM(WS-ASOF-DATE)
                   "' is not YYYY-MM-DD"
           MOVE "N" TO WS-ARGS-OK
       END-IF
       .

READ-INVENTORY-HISTORY.
       OPEN INPUT INVENTORY-HISTORY
       IF WS-HISTORY-STATUS NOT = "00"
           DISPLAY "Unable to open inventory history "
                   FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                   ", status " WS-HISTORY-STATUS
                   " - nothing to rebuild from."
       ELSE
           PERFORM UNTIL WS-HISTORY-EOF = "Y"
               READ INVENTORY-HISTORY
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM APPLY-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE INVENTORY-HISTORY
       END-IF
       .

APPLY-HISTORY-RECORD.
       *>* A record describes the pair from its effective-from date up
       *>* to, not including, its effective-to date. REMOVE records are
       *>* dated from and to the same day so never match - the pair is
       *>* simply absent after the removal. The history is in the order
       *>* the changes were made, so should two records ever both cover
       *>* the date the later one wins.
       IF INV-HISTORY-RECORD = SPACES
           CONTINUE
       ELSE
           IF (WS-ASOF-HOST = SPACES
                   OR HIST-MACHINE-NAME = WS-ASOF-HOST)
               AND HIST-EFFECTIVE-FROM <= WS-ASOF-DATE
               AND HIST-EFFECTIVE-TO > WS-ASOF-DATE
               AND HIST-ACTION NOT = "REMOVE"
               PERFORM FIND-OR-INSERT-PAIR
               IF WS-FOUND-IDX NOT = 0
                   MOVE HIST-PACKAGE-VERSION
                       TO ASOF-VERSION(WS-FOUND-IDX)
                   MOVE HIST-WINE-VERSION TO ASOF-WINE(WS-FOUND-IDX)
                   MOVE HIST-INSTALL-DATE
                       TO ASOF-INSTALL-DATE(WS-FOUND-IDX)
                   MOVE HIST-EFFECTIVE-FROM TO ASOF-SINCE(WS-FOUND-IDX)
                   MOVE HIST-ACTION TO ASOF-ACTION(WS-FOUND-IDX)
                   MOVE HIST-SOURCE TO ASOF-SOURCE(WS-FOUND-IDX)
               END-IF
           END-IF
       END-IF
       .

FIND-OR-INSERT-PAIR.
       *>* Finds the machine+package entry, or opens a slot for it at
       *>* its place in key order by moving the entries after it down.
       MOVE 0 TO WS-FOUND-IDX
       MOVE 0 TO WS-INSERT-IDX
       PERFORM VARYING WS-ASOF-IDX FROM 1 BY 1
               UNTIL WS-ASOF-IDX > WS-ASOF-COUNT
                  OR WS-FOUND-IDX NOT = 0
                  OR WS-INSERT-IDX NOT = 0
           IF ASOF-MACHINE(WS-ASOF-IDX) = HIST-MACHINE-NAME
                   AND ASOF-PACKAGE(WS-ASOF-IDX) = HIST-PACKAGE-NAME
               MOVE WS-ASOF-IDX TO WS-FOUND-IDX
           ELSE
               IF ASOF-MACHINE(WS-ASOF-IDX) > HIST-MACHINE-NAME
                       OR (ASOF-MACHINE(WS-ASOF-IDX) = HIST-MACHINE-NAME
                       AND ASOF-PACKAGE(WS-ASOF-IDX) > HIST-PACKAGE-NAME)
                   MOVE WS-ASOF-IDX TO WS-INSERT-IDX
               END-IF
           END-IF
       END-PERFORM
       IF WS-FOUND-IDX = 0
           IF WS-ASOF-COUNT >= WS-MAX-ASOF-ENTRIES
               DISPLAY "Too many inventory entries (max "
                       WS-MAX-ASOF-ENTRIES
                       ") - ignoring "
                       FUNCTION TRIM(HIST-MACHINE-NAME) " "
                       FUNCTION TRIM(HIST-PACKAGE-NAME)
           ELSE
               ADD 1 TO WS-ASOF-COUNT
               IF WS-INSERT-IDX = 0
                   MOVE WS-ASOF-COUNT TO WS-INSERT-IDX
               ELSE
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-ASOF-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
                       MOVE WS-ASOF-ENTRY(WS-SHIFT-IDX - 1)
                           TO WS-ASOF-ENTRY(WS-SHIFT-IDX)
                   END-PERFORM
               END-IF
               MOVE WS-INSERT-IDX TO WS-FOUND-IDX
               MOVE SPACES TO WS-ASOF-ENTRY(WS-FOUND-IDX)
               MOVE HIST-MACHINE-NAME TO ASOF-MACHINE(WS-FOUND-IDX)
               MOVE HIST-PACKAGE-NAME TO ASOF-PACKAGE(WS-FOUND-IDX)
           END-IF
       END-IF
       .

WRITE-ASOF-REPORT.
       OPEN OUTPUT ASOF-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "Unable to open report " WS-REPORT-FILE-NAME
                   ", status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE SPACES TO REPORT-LINE
       IF WS-ASOF-HOST = SPACES
           STRING "=== Software inventory as of " WS-ASOF-DATE
                  " (all hosts) ==="
                  DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           STRING "=== Software inventory as of " WS-ASOF-DATE
                  " (" FUNCTION TRIM(WS-ASOF-HOST) ") ==="
                  DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "Host                      Package              "
              "Version      Wine                 Installed  "
              "In effect  Change"
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE

       MOVE SPACES TO WS-LAST-MACHINE
       PERFORM VARYING WS-ASOF-IDX FROM 1 BY 1
               UNTIL WS-ASOF-IDX > WS-ASOF-COUNT
           PERFORM WRITE-ASOF-LINE
       END-PERFORM

       MOVE SPACES TO REPORT-LINE
       IF WS-ASOF-COUNT = 0
           STRING "No packages recorded as installed on "
                  WS-ASOF-DATE "."
                  DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           MOVE WS-ASOF-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-HOST-COUNT TO WS-COUNT-DISPLAY-2
           STRING "Packages installed: " WS-COUNT-DISPLAY
                  "  on hosts: " WS-COUNT-DISPLAY-2
                  DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       PERFORM WRITE-REPORT-LINE
       CLOSE ASOF-REPORT
       .

WRITE-ASOF-LINE.
       IF ASOF-MACHINE(WS-ASOF-IDX) NOT = WS-LAST-MACHINE
           ADD 1 TO WS-HOST-COUNT
           MOVE ASOF-MACHINE(WS-ASOF-IDX) TO WS-LAST-MACHINE
       END-IF
       MOVE ASOF-MACHINE(WS-ASOF-IDX) TO WS-COL-HOST
       MOVE ASOF-PACKAGE(WS-ASOF-IDX) TO WS-COL-PACKAGE
       MOVE ASOF-VERSION(WS-ASOF-IDX) TO WS-COL-VERSION
       MOVE ASOF-WINE(WS-ASOF-IDX) TO WS-COL-WINE
       MOVE ASOF-INSTALL-DATE(WS-ASOF-IDX) TO WS-COL-INSTALLED
       MOVE ASOF-SINCE(WS-ASOF-IDX) TO WS-COL-SINCE
       MOVE SPACES TO REPORT-LINE
       STRING WS-COL-HOST WS-COL-PACKAGE WS-COL-VERSION WS-COL-WINE
              WS-COL-INSTALLED WS-COL-SINCE
              FUNCTION TRIM(ASOF-ACTION(WS-ASOF-IDX)) " by "
              FUNCTION TRIM(ASOF-SOURCE(WS-ASOF-IDX))
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       .

WRITE-REPORT-LINE.
       WRITE REPORT-LINE
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "Warning: failed to write as-of report line, status "
                   WS-REPORT-STATUS
       END-IF
       DISPLAY FUNCTION TRIM(REPORT-LINE)
       .
