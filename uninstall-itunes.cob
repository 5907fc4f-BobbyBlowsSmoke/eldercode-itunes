           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

    SELECT PREREQ-FILE ASSIGN TO DYNAMIC WS-PREREQ-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PREREQ-STATUS.

    SELECT INVENTORY-FILE ASSIGN TO DYNAMIC WS-INVENTORY-FILE-NAME
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-RECORD-KEY
           FILE STATUS IS WS-INVENTORY-STATUS.

    SELECT INVENTORY-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

    SELECT HISTORY-SCRATCH ASSIGN TO DYNAMIC WS-HISTORY-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-TMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  UNINSTALL-MANIFEST.
    05  FILLER                  PIC X(1).
    05  CKPT-REC-LAST-STEP      PIC 9(2).

FD  PREREQ-FILE.
01  PREREQ-RECORD                PIC X(80).
01  PREREQ-FIELDS REDEFINES PREREQ-RECORD.
    05  PRQ-REC-PACKAGE         PIC X(20).
    05  FILLER                  PIC X(1).
    05  PRQ-REC-REQUIRED        PIC X(20).
    05  FILLER                  PIC X(1).
    05  PRQ-REC-MIN-VERSION     PIC X(12).

FD  INVENTORY-FILE.
    COPY "invrec.cpy".

FD  INVENTORY-HISTORY.
    COPY "invhistrec.cpy".

FD  HISTORY-SCRATCH.
01  HISTORY-SCRATCH-RECORD       PIC X(301).

WORKING-STORAGE SECTION.
01 WS-COMMAND  PIC X(256).
01 WS-TRIMMED  PIC X(256).
01 WS-INVENTORY-FILE-NAME     PIC X(100) VALUE "software-inventory.dat".
01 WS-INVENTORY-STATUS        PIC X(2).

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
01 WS-HIST-SOURCE             PIC X(16)  VALUE "UNINSTALL-ITUNES".
01 WS-HIST-PENDING.
   05 WS-HIST-HOST            PIC X(50).
   05 WS-HIST-PACKAGE         PIC X(20).
   05 WS-HIST-ACTION          PIC X(8).
   05 WS-HIST-DATE            PIC X(10).
   05 WS-HIST-VERSION         PIC X(12).
   05 WS-HIST-WINE            PIC X(20).
   05 WS-HIST-INSTALL-DATE    PIC X(10).
   05 WS-HIST-INSTALLER       PIC X(100).

01 WS-CKPT-FILE-NAME          PIC X(100) VALUE "install-checkpoint.dat".
01 WS-CKPT-STATUS             PIC X(2).
01 WS-CKPT-EOF                PIC X(1)   VALUE "N".
01 WS-CKPT-IDX                PIC 9(4).
01 WS-CKPT-REMOVED            PIC X(1)   VALUE "N".

*>* Package prerequisites - a package another installed package on
*>* this machine still depends on is not removed.
01 WS-PREREQ-FILE-NAME        PIC X(100) VALUE "data/package-prereqs.dat".
01 WS-PREREQ-STATUS           PIC X(2).
01 WS-PREREQ-EOF              PIC X(1)   VALUE "N".
01 WS-DEPENDENT-COUNT         PIC 9(4) VALUE 0.

*>* CALL "SYSTEM" ... RETURNING RETURN-CODE hands back the raw system()
*>* wait status (exit code * 256), not the exit code itself - GnuCOBOL's
*>* cob_sys_system does not apply WEXITSTATUS. Every real exit code used
           GOBACK
       END-IF

       PERFORM CHECK-DEPENDENT-PACKAGES
       IF WS-ABORT-RUN = "Y"
           CLOSE INVENTORY-FILE
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF

       PERFORM OPEN-INSTALL-LOG
       PERFORM RUN-UNINSTALL-MANIFEST

       END-IF
       .

CHECK-DEPENDENT-PACKAGES.
       *>* Pulling a prerequisite out from under an installed package
       *>* breaks that package on the next launch. Every dependent still
       *>* in this machine's inventory is listed, and the removal is
       *>* refused until they have been removed first. No prerequisite
       *>* file means nothing depends on anything.
       MOVE 0 TO WS-DEPENDENT-COUNT
       OPEN INPUT PREREQ-FILE
       IF WS-PREREQ-STATUS = "00"
           PERFORM UNTIL WS-PREREQ-EOF = "Y"
               READ PREREQ-FILE
                   AT END
                       MOVE "Y" TO WS-PREREQ-EOF
                   NOT AT END
                       PERFORM CHECK-DEPENDENT-ENTRY
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE
       END-IF
       IF WS-DEPENDENT-COUNT > 0
           DISPLAY "Removal of " FUNCTION TRIM(WS-CURRENT-PACKAGE)
                   " from " FUNCTION TRIM(WS-CURRENT-HOST)
                   " refused - remove the dependent package(s) above "
                   "first."
           MOVE "Y" TO WS-ABORT-RUN
       END-IF
       .

CHECK-DEPENDENT-ENTRY.
       IF PREREQ-RECORD = SPACES OR PREREQ-RECORD(1:1) = "*"
           CONTINUE
       ELSE
           IF PRQ-REC-REQUIRED = WS-CURRENT-PACKAGE
                   AND PRQ-REC-PACKAGE NOT = WS-CURRENT-PACKAGE
               MOVE WS-CURRENT-HOST TO INV-MACHINE-NAME
               MOVE PRQ-REC-PACKAGE TO INV-PACKAGE-NAME
               READ INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DEPENDENT-COUNT
                       DISPLAY "Package " FUNCTION TRIM(PRQ-REC-PACKAGE)
                               " on " FUNCTION TRIM(WS-CURRENT-HOST)
                               " requires "
                               FUNCTION TRIM(WS-CURRENT-PACKAGE)
               END-READ
           END-IF
       END-IF
       .

REMOVE-INVENTORY-RECORD.
       *>* Record the removal in the audit trail before deleting, so the
       *>* history of this seat survives the inventory record itself.
       MOVE WS-RAW-COMMAND TO WS-TRIMMED
       PERFORM LOG-COMMAND-RESULT

       *>* Re-read the record - the dependent-package check has read
       *>* other packages' records since - so the history's REMOVE
       *>* record carries what this machine had when it came off.
       MOVE WS-CURRENT-HOST TO INV-MACHINE-NAME
       MOVE WS-CURRENT-PACKAGE TO INV-PACKAGE-NAME
       READ INVENTORY-FILE
           INVALID KEY
               CONTINUE
       END-READ
       MOVE INV-MACHINE-NAME TO WS-HIST-HOST
       MOVE INV-PACKAGE-NAME TO WS-HIST-PACKAGE
       MOVE "REMOVE" TO WS-HIST-ACTION
       MOVE INV-PACKAGE-VERSION TO WS-HIST-VERSION
       MOVE INV-WINE-VERSION TO WS-HIST-WINE
       MOVE INV-INSTALL-DATE TO WS-HIST-INSTALL-DATE
       MOVE INV-INSTALLER-FILE TO WS-HIST-INSTALLER
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       MOVE SPACES TO WS-HIST-DATE
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2)
              DELIMITED BY SIZE INTO WS-HIST-DATE
       DELETE INVENTORY-FILE
           INVALID KEY
               DISPLAY "Warning: could not delete inventory record for "
                       FUNCTION TRIM(WS-CURRENT-HOST)
                       ", status " WS-INVENTORY-STATUS
           NOT INVALID KEY
               PERFORM WRITE-INVENTORY-HISTORY
       END-DELETE

       PERFORM REMOVE-CHECKPOINT-ENTRY
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

REMOVE-CHECKPOINT-ENTRY.
       *>* Drop this host+package's entry from install-checkpoint.dat -
       *>* a checkpoint saying every step is complete would make the
