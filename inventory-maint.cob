           RECORD KEY IS CNV-RECORD-KEY
           FILE STATUS IS WS-NEW-INV-STATUS.

    SELECT HOST-FACTS-FILE ASSIGN TO DYNAMIC WS-FACTS-FILE-NAME
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FACT-HOST
           FILE STATUS IS WS-FACTS-STATUS.

    SELECT INVENTORY-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

    SELECT HISTORY-SCRATCH ASSIGN TO DYNAMIC WS-HISTORY-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-TMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INVENTORY-FILE.
    05  CNV-INSTALL-DATE        PIC X(10).
    05  CNV-PACKAGE-VERSION     PIC X(12).

FD  HOST-FACTS-FILE.
    COPY "hostfactrec.cpy".

FD  INVENTORY-HISTORY.
    COPY "invhistrec.cpy".

FD  HISTORY-SCRATCH.
01  HISTORY-SCRATCH-RECORD       PIC X(301).

WORKING-STORAGE SECTION.
01 WS-INVENTORY-FILE-NAME     PIC X(100) VALUE "software-inventory.dat".
01 WS-INVENTORY-STATUS        PIC X(2).
01 WS-HOST-TOKEN1             PIC X(50).
01 WS-HOST-TOKEN2             PIC X(50).

*>* Host facts as HOST-FACTS last collected them - view only, opened
*>* just for the lookup so the collector is never locked out.
01 WS-FACTS-FILE-NAME         PIC X(100) VALUE "host-facts.dat".
01 WS-FACTS-STATUS            PIC X(2).
01 WS-FACT-MB-DISPLAY         PIC Z(6)9.

*>* One-time conversion of a pre-version inventory file.
01 WS-OLD-INV-STATUS          PIC X(2).
01 WS-NEW-INV-STATUS          PIC X(2).
01 WS-CONVERTED-DISPLAY       PIC Z(5)9.
01 WS-MV-CMD                  PIC X(300).

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
01 WS-HIST-SOURCE             PIC X(16)  VALUE "INVENTORY-MAINT".
01 WS-HIST-PENDING.
   05 WS-HIST-HOST            PIC X(50).
   05 WS-HIST-PACKAGE         PIC X(20).
   05 WS-HIST-ACTION          PIC X(8).
   05 WS-HIST-DATE            PIC X(10).
   05 WS-HIST-VERSION         PIC X(12).
   05 WS-HIST-WINE            PIC X(20).
   05 WS-HIST-INSTALL-DATE    PIC X(10).
   05 WS-HIST-INSTALLER       PIC X(100).
01 WS-SEEDED-COUNT            PIC 9(6)   VALUE 0.
01 WS-SEED-SKIP-COUNT         PIC 9(6)   VALUE 0.

*>* Machine+package pairs that already have history, so seeding only
*>* starts the pairs that have none. A history with more pairs than
*>* the table is not seeded at all rather than seeded twice.
01 WS-MAX-HIST-PAIRS          PIC 9(4)   VALUE 2000.
01 WS-HIST-PAIR-TABLE.
   05 WS-HIST-PAIR-ENTRY OCCURS 2000 TIMES.
      10 HP-MACHINE-NAME      PIC X(50).
      10 HP-PACKAGE-NAME      PIC X(20).
01 WS-HIST-PAIR-COUNT         PIC 9(4)   VALUE 0.
01 WS-HIST-PAIR-IDX           PIC 9(4).
01 WS-HIST-PAIR-FOUND         PIC X(1)   VALUE "N".
01 WS-TODAY                   PIC X(10).
01 WS-CURR-DATE-TIME          PIC X(21).

*>* Run ID stamped into the history records; from the INSTALL_RUN_ID
*>* environment if set, otherwise allocated from the clock for this
*>* maintenance session.
01 WS-RUN-ID                  PIC X(15) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       DISPLAY "Software inventory and host list maintenance"
       PERFORM RESOLVE-RUN-ID
       PERFORM OPEN-INVENTORY
       PERFORM UNTIL WS-DONE = "Y"
           PERFORM SHOW-MENU
                   PERFORM RETIRE-TARGET-HOST
               WHEN "5"
                   PERFORM CONVERT-INVENTORY-FILE
               WHEN "6"
                   PERFORM SEED-INVENTORY-HISTORY
               WHEN "7"
                   PERFORM VIEW-HOST-FACTS
               WHEN "Q"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Please choose 1-7 or Q."
           END-EVALUATE
       END-PERFORM
       CLOSE INVENTORY-FILE
       DISPLAY "Maintenance session ended."
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

OPEN-INVENTORY.
       *>* Indexed (ISAM) file keyed on machine plus package; create it
       *>* on first use, same as the installer does.
       IF WS-INVENTORY-STATUS NOT = "00"
           DISPLAY "Warning: inventory " WS-INVENTORY-FILE-NAME
                   " not available, status " WS-INVENTORY-STATUS
                   " - options 1, 2 and 6 will not work."
       END-IF
       .

       DISPLAY "  3  Add a host to the target list"
       DISPLAY "  4  Retire a host from the target list"
       DISPLAY "  5  Convert a pre-version inventory file (one-time)"
       DISPLAY "  6  Seed inventory history for pairs with no history"
       DISPLAY "  7  View a host's facts (OS, wine, disk, RAM, last seen)"
       DISPLAY "  Q  Quit"
       DISPLAY "Choice: " WITH NO ADVANCING
       ACCEPT WS-MENU-CHOICE
               INV-INSTALL-DATE
       .

VIEW-HOST-FACTS.
       DISPLAY "Host name: " WITH NO ADVANCING
       ACCEPT WS-ENTERED-HOST
       OPEN INPUT HOST-FACTS-FILE
       IF WS-FACTS-STATUS = "35"
           DISPLAY "No host facts collected yet - run ./host-facts."
       ELSE
           IF WS-FACTS-STATUS NOT = "00"
               DISPLAY "Unable to open host facts "
                       FUNCTION TRIM(WS-FACTS-FILE-NAME)
                       ", status " WS-FACTS-STATUS
           ELSE
               MOVE WS-ENTERED-HOST TO FACT-HOST
               READ HOST-FACTS-FILE
                   INVALID KEY
                       DISPLAY "No facts recorded for "
                               FUNCTION TRIM(WS-ENTERED-HOST) "."
                   NOT INVALID KEY
                       PERFORM SHOW-HOST-FACTS
               END-READ
               CLOSE HOST-FACTS-FILE
           END-IF
       END-IF
       .

SHOW-HOST-FACTS.
       *>* Zero disk or RAM, or a blank OS, is a fact the host has
       *>* never reported - shown as such rather than as a real zero.
       DISPLAY "Host:          " FUNCTION TRIM(FACT-HOST)
       IF FACT-OS-ID = SPACES
           DISPLAY "OS release:    (not reported)"
       ELSE
           DISPLAY "OS release:    " FUNCTION TRIM(FACT-OS-ID) " "
                   FUNCTION TRIM(FACT-OS-VERSION)
       END-IF
       IF FACT-WINE-VERSION = SPACES
           DISPLAY "Wine version:  (not reported)"
       ELSE
           DISPLAY "Wine version:  " FUNCTION TRIM(FACT-WINE-VERSION)
       END-IF
       IF FACT-FREE-DISK-MB = 0
           DISPLAY "Free disk:     (not reported)"
       ELSE
           MOVE FACT-FREE-DISK-MB TO WS-FACT-MB-DISPLAY
           DISPLAY "Free disk:     " FUNCTION TRIM(WS-FACT-MB-DISPLAY)
                   " MB"
       END-IF
       IF FACT-RAM-MB = 0
           DISPLAY "RAM:           (not reported)"
       ELSE
           MOVE FACT-RAM-MB TO WS-FACT-MB-DISPLAY
           DISPLAY "RAM:           " FUNCTION TRIM(WS-FACT-MB-DISPLAY)
                   " MB"
       END-IF
       IF FACT-LAST-SEEN = SPACES
           DISPLAY "Last seen:     never"
       ELSE
           DISPLAY "Last seen:     " FACT-LAST-SEEN " (run "
                   FUNCTION TRIM(FACT-LAST-RUN-ID) ")"
       END-IF
       DISPLAY "Last checked:  " FACT-LAST-CHECKED " - "
               FUNCTION TRIM(FACT-CHECK-STATUS)
       .

CORRECT-INVENTORY-RECORD.
       DISPLAY "Machine name: " WITH NO ADVANCING
       ACCEPT WS-ENTERED-HOST
               DISPLAY "Rewrite failed, status " WS-INVENTORY-STATUS
           NOT INVALID KEY
               DISPLAY "Record updated."
               PERFORM RECORD-CORRECTION-HISTORY
       END-REWRITE
       .

RECORD-CORRECTION-HISTORY.
       *>* A correction takes effect the day it is keyed, whatever
       *>* install date it sets - the history shows what the inventory
       *>* said on each day, and who changed it.
       PERFORM SET-TODAY
       MOVE INV-MACHINE-NAME TO WS-HIST-HOST
       MOVE INV-PACKAGE-NAME TO WS-HIST-PACKAGE
       MOVE "CORRECT" TO WS-HIST-ACTION
       MOVE WS-TODAY TO WS-HIST-DATE
       MOVE INV-PACKAGE-VERSION TO WS-HIST-VERSION
       MOVE INV-WINE-VERSION TO WS-HIST-WINE
       MOVE INV-INSTALL-DATE TO WS-HIST-INSTALL-DATE
       MOVE INV-INSTALLER-FILE TO WS-HIST-INSTALLER
       PERFORM WRITE-INVENTORY-HISTORY
       .

SET-TODAY.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       MOVE SPACES TO WS-TODAY
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2)
              DELIMITED BY SIZE INTO WS-TODAY
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

ADD-TARGET-HOST.
       DISPLAY "Host name to add: " WITH NO ADVANCING
       ACCEPT WS-ENTERED-HOST
       END-WRITE
       .

SEED-INVENTORY-HISTORY.
       *>* Starts the history off from the inventory as it stands: one
       *>* open SEED record per inventory record whose machine+package
       *>* has no history yet, effective from its install date (today
       *>* when that is blank). Pairs already in the history are left
       *>* to the records they have - seeding them would duplicate their
       *>* current state. The existing history is copied to the scratch
       *>* file, the seeds go on the end and the copy replaces the
       *>* original, as for any other history change.
       PERFORM SET-TODAY
       MOVE 0 TO WS-SEEDED-COUNT
       MOVE 0 TO WS-SEED-SKIP-COUNT
       MOVE 0 TO WS-HIST-PAIR-COUNT
       MOVE "Y" TO WS-HISTORY-OK
       OPEN OUTPUT HISTORY-SCRATCH
       IF WS-HISTORY-TMP-STATUS NOT = "00"
           DISPLAY "Unable to create "
                   FUNCTION TRIM(WS-HISTORY-TMP-NAME)
                   ", status " WS-HISTORY-TMP-STATUS
                   " - nothing seeded."
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
                           PERFORM NOTE-HISTORY-PAIR
                           MOVE INV-HISTORY-RECORD
                               TO HISTORY-SCRATCH-RECORD
                           PERFORM WRITE-SEED-SCRATCH
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-HISTORY
           ELSE
               *>* 35 is no history yet - every pair is seeded.
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "Unable to read "
                           FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                           ", status " WS-HISTORY-STATUS
                   MOVE "N" TO WS-HISTORY-OK
               END-IF
           END-IF
           IF WS-HISTORY-OK = "Y"
               MOVE SPACES TO INV-MACHINE-NAME
               MOVE SPACES TO INV-PACKAGE-NAME
               START INVENTORY-FILE KEY NOT < INV-RECORD-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-INVENTORY-STATUS = "00"
                   MOVE "N" TO WS-BROWSE-DONE
                   PERFORM UNTIL WS-BROWSE-DONE = "Y"
                           OR WS-HISTORY-OK = "N"
                       READ INVENTORY-FILE NEXT
                           AT END
                               MOVE "Y" TO WS-BROWSE-DONE
                           NOT AT END
                               PERFORM SEED-ONE-HISTORY-RECORD
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           CLOSE HISTORY-SCRATCH
           *>* Nothing to add leaves the history exactly as it was.
           MOVE SPACES TO WS-HISTORY-CMD
           IF WS-HISTORY-OK = "Y" AND WS-SEEDED-COUNT > 0
               STRING "mv " FUNCTION TRIM(WS-HISTORY-TMP-NAME) " "
                      FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                      DELIMITED BY SIZE INTO WS-HISTORY-CMD
           ELSE
               STRING "rm -f " FUNCTION TRIM(WS-HISTORY-TMP-NAME)
                      DELIMITED BY SIZE INTO WS-HISTORY-CMD
           END-IF
           CALL "SYSTEM" USING WS-HISTORY-CMD RETURNING RETURN-CODE
           IF WS-HISTORY-OK = "N" OR RETURN-CODE NOT = 0
               DISPLAY FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                       " left as it was - nothing seeded."
           ELSE
               MOVE WS-SEEDED-COUNT TO WS-CONVERTED-DISPLAY
               DISPLAY WS-CONVERTED-DISPLAY
                       " inventory record(s) seeded into "
                       FUNCTION TRIM(WS-HISTORY-FILE-NAME) "."
               MOVE WS-SEED-SKIP-COUNT TO WS-CONVERTED-DISPLAY
               DISPLAY WS-CONVERTED-DISPLAY
                       " inventory record(s) already had history."
           END-IF
       END-IF
       .

NOTE-HISTORY-PAIR.
       PERFORM FIND-HISTORY-PAIR
       IF WS-HIST-PAIR-FOUND = "N"
           IF WS-HIST-PAIR-COUNT >= WS-MAX-HIST-PAIRS
               DISPLAY FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                       " holds more than " WS-MAX-HIST-PAIRS
                       " machine/package pairs."
               MOVE "N" TO WS-HISTORY-OK
           ELSE
               ADD 1 TO WS-HIST-PAIR-COUNT
               MOVE HIST-MACHINE-NAME
                   TO HP-MACHINE-NAME(WS-HIST-PAIR-COUNT)
               MOVE HIST-PACKAGE-NAME
                   TO HP-PACKAGE-NAME(WS-HIST-PAIR-COUNT)
           END-IF
       END-IF
       .

FIND-HISTORY-PAIR.
       *>* HIST-MACHINE-NAME/HIST-PACKAGE-NAME in the pair table?
       MOVE "N" TO WS-HIST-PAIR-FOUND
       PERFORM VARYING WS-HIST-PAIR-IDX FROM 1 BY 1
               UNTIL WS-HIST-PAIR-IDX > WS-HIST-PAIR-COUNT
                  OR WS-HIST-PAIR-FOUND = "Y"
           IF HP-MACHINE-NAME(WS-HIST-PAIR-IDX) = HIST-MACHINE-NAME
                   AND HP-PACKAGE-NAME(WS-HIST-PAIR-IDX)
                       = HIST-PACKAGE-NAME
               MOVE "Y" TO WS-HIST-PAIR-FOUND
           END-IF
       END-PERFORM
       .

SEED-ONE-HISTORY-RECORD.
       MOVE SPACES TO INV-HISTORY-RECORD
       MOVE INV-MACHINE-NAME TO HIST-MACHINE-NAME
       MOVE INV-PACKAGE-NAME TO HIST-PACKAGE-NAME
       PERFORM FIND-HISTORY-PAIR
       IF WS-HIST-PAIR-FOUND = "Y"
           ADD 1 TO WS-SEED-SKIP-COUNT
       ELSE
           IF INV-INSTALL-DATE = SPACES
               MOVE WS-TODAY TO HIST-EFFECTIVE-FROM
           ELSE
               MOVE INV-INSTALL-DATE TO HIST-EFFECTIVE-FROM
           END-IF
           MOVE WS-HIST-OPEN-END TO HIST-EFFECTIVE-TO
           MOVE "SEED" TO HIST-ACTION
           MOVE INV-PACKAGE-VERSION TO HIST-PACKAGE-VERSION
           MOVE INV-WINE-VERSION TO HIST-WINE-VERSION
           MOVE INV-INSTALL-DATE TO HIST-INSTALL-DATE
           MOVE INV-INSTALLER-FILE TO HIST-INSTALLER-FILE
           MOVE WS-RUN-ID TO HIST-RUN-ID
           MOVE WS-HIST-SOURCE TO HIST-SOURCE
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
           STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
                  WS-CURR-DATE-TIME(7:2) " " WS-CURR-DATE-TIME(9:2) ":"
                  WS-CURR-DATE-TIME(11:2) ":" WS-CURR-DATE-TIME(13:2)
                  DELIMITED BY SIZE INTO HIST-TIMESTAMP
           MOVE INV-HISTORY-RECORD TO HISTORY-SCRATCH-RECORD
           PERFORM WRITE-SEED-SCRATCH
           IF WS-HISTORY-OK = "Y"
               ADD 1 TO WS-SEEDED-COUNT
           END-IF
       END-IF
       .

WRITE-SEED-SCRATCH.
       WRITE HISTORY-SCRATCH-RECORD
       IF WS-HISTORY-TMP-STATUS NOT = "00"
           DISPLAY "Warning: failed to write "
                   FUNCTION TRIM(WS-HISTORY-TMP-NAME)
                   ", status " WS-HISTORY-TMP-STATUS
           MOVE "N" TO WS-HISTORY-OK
       END-IF
       .

LOAD-HOST-LINES.
       MOVE 0 TO WS-HOST-LINE-COUNT
       OPEN INPUT TARGET-HOSTS
