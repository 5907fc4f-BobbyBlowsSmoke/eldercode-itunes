IDENTIFICATION DIVISION.
PROGRAM-ID. HOST-FACTS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TARGET-HOSTS ASSIGN TO DYNAMIC WS-HOSTS-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HOSTS-STATUS.

    SELECT HOST-FACTS-FILE ASSIGN TO DYNAMIC WS-FACTS-FILE-NAME
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FACT-HOST
           FILE STATUS IS WS-FACTS-STATUS.

    SELECT FACTS-SCRATCH ASSIGN TO DYNAMIC WS-FACTS-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FACTS-TMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TARGET-HOSTS.
01  HOST-RECORD                 PIC X(50).

FD  HOST-FACTS-FILE.
    COPY "hostfactrec.cpy".

FD  FACTS-SCRATCH.
01  FACTS-SCRATCH-RECORD        PIC X(200).

WORKING-STORAGE SECTION.
01 WS-HOSTS-FILE-NAME         PIC X(100) VALUE "data/target-hosts.dat".
01 WS-HOSTS-STATUS            PIC X(2).
01 WS-HOSTS-EOF               PIC X(1)   VALUE "N".

01 WS-FACTS-FILE-NAME         PIC X(100) VALUE "host-facts.dat".
01 WS-FACTS-STATUS            PIC X(2).
01 WS-FACT-FOUND              PIC X(1).

01 WS-FACTS-TMP-NAME          PIC X(100) VALUE "host-facts.tmp".
01 WS-FACTS-TMP-STATUS        PIC X(2).
01 WS-FACTS-TMP-EOF           PIC X(1).

*>* One probe per host: os-release, wine, the home filesystem's free
*>* space and the memory total, all in one ssh hop (or run here for
*>* LOCALHOST) into the scratch file, under a time limit so a host
*>* that hangs on the connection can't stall the batch.
01 WS-FACTS-LIMIT             PIC 9(5)   VALUE 120.
01 WS-LIMIT-DISPLAY           PIC Z(4)9.
01 WS-FACTS-PROBE             PIC X(100).
01 WS-FACTS-CMD               PIC X(300).
01 WS-CURRENT-HOST            PIC X(50).
01 WS-IS-LOCALHOST            PIC X(1)   VALUE "N".

*>* What this host reported this time; a fact it did not report
*>* leaves the stored one as it was.
01 WS-HOST-ANSWERED           PIC X(1).
01 WS-DF-HEADER-SEEN          PIC X(1).
01 WS-WINE-SEEN               PIC X(1).
01 WS-NEW-OS-ID               PIC X(20).
01 WS-NEW-OS-VERSION          PIC X(12).
01 WS-NEW-WINE                PIC X(20).
01 WS-NEW-DISK-MB             PIC 9(7).
01 WS-NEW-RAM-MB              PIC 9(7).
01 WS-FACT-VALUE              PIC X(200).
01 WS-FACT-TOKEN1             PIC X(40).
01 WS-FACT-TOKEN2             PIC X(40).
01 WS-FACT-TOKEN3             PIC X(40).
01 WS-FACT-TOKEN4             PIC X(40).

01 WS-HOSTS-ANSWERED          PIC 9(4)   VALUE 0.
01 WS-HOSTS-SILENT            PIC 9(4)   VALUE 0.
01 WS-COUNT-DISPLAY           PIC Z(3)9.
01 WS-COUNT-DISPLAY-2         PIC Z(3)9.
01 WS-DISK-DISPLAY            PIC Z(6)9.
01 WS-RAM-DISPLAY             PIC Z(6)9.

01 WS-TODAY                   PIC X(10).
01 WS-CURR-DATE-TIME          PIC X(21).

*>* Run ID stamped on the facts a host reports; NIGHTLY-BATCH hands it
*>* down through INSTALL_RUN_ID, a standalone run allocates its own.
01 WS-RUN-ID                  PIC X(15) VALUE SPACES.

*>* CALL "SYSTEM" returns the raw wait status; the exit code is
*>* RETURN-CODE / 256.
01 WS-REAL-RC                 PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       DISPLAY "Collecting host facts from "
               FUNCTION TRIM(WS-HOSTS-FILE-NAME) "..."
       PERFORM RESOLVE-RUN-ID
       PERFORM SET-TODAY

       *>* Indexed (ISAM) file keyed on host name; create it on first
       *>* use, the same as the inventory.
       OPEN I-O HOST-FACTS-FILE
       IF WS-FACTS-STATUS = "35"
           OPEN OUTPUT HOST-FACTS-FILE
           CLOSE HOST-FACTS-FILE
           OPEN I-O HOST-FACTS-FILE
       END-IF
       IF WS-FACTS-STATUS NOT = "00"
           DISPLAY "Unable to open host facts file "
                   FUNCTION TRIM(WS-FACTS-FILE-NAME)
                   ", status " WS-FACTS-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF

       OPEN INPUT TARGET-HOSTS
       IF WS-HOSTS-STATUS NOT = "00"
           DISPLAY "Unable to open target host list "
                   FUNCTION TRIM(WS-HOSTS-FILE-NAME)
                   ", status " WS-HOSTS-STATUS
           CLOSE HOST-FACTS-FILE
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM UNTIL WS-HOSTS-EOF = "Y"
           READ TARGET-HOSTS
               AT END
                   MOVE "Y" TO WS-HOSTS-EOF
               NOT AT END
                   IF HOST-RECORD NOT = SPACES
                           AND HOST-RECORD(1:1) NOT = "*"
                       MOVE HOST-RECORD TO WS-CURRENT-HOST
                       PERFORM COLLECT-HOST-FACTS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TARGET-HOSTS
       CLOSE HOST-FACTS-FILE

       *>* A host that didn't answer is not a failure of the run - its
       *>* last-seen date simply stops moving, which is what ops watch.
       MOVE WS-HOSTS-ANSWERED TO WS-COUNT-DISPLAY
       MOVE WS-HOSTS-SILENT TO WS-COUNT-DISPLAY-2
       DISPLAY "Host facts written to " FUNCTION TRIM(WS-FACTS-FILE-NAME)
               ": " FUNCTION TRIM(WS-COUNT-DISPLAY) " host(s) answered, "
               FUNCTION TRIM(WS-COUNT-DISPLAY-2) " did not."
       MOVE 0 TO RETURN-CODE
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

SET-TODAY.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       MOVE SPACES TO WS-TODAY
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2)
              DELIMITED BY SIZE INTO WS-TODAY
       .

COLLECT-HOST-FACTS.
       MOVE "N" TO WS-IS-LOCALHOST
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-HOST)) = "LOCALHOST"
           MOVE "Y" TO WS-IS-LOCALHOST
       END-IF
       PERFORM BUILD-FACTS-COMMAND
       CALL "SYSTEM" USING WS-FACTS-CMD RETURNING RETURN-CODE
       DIVIDE RETURN-CODE BY 256 GIVING WS-REAL-RC

       MOVE "N" TO WS-HOST-ANSWERED
       MOVE "N" TO WS-DF-HEADER-SEEN
       MOVE "N" TO WS-WINE-SEEN
       MOVE SPACES TO WS-NEW-OS-ID
       MOVE SPACES TO WS-NEW-OS-VERSION
       MOVE SPACES TO WS-NEW-WINE
       MOVE 0 TO WS-NEW-DISK-MB
       MOVE 0 TO WS-NEW-RAM-MB
       OPEN INPUT FACTS-SCRATCH
       IF WS-FACTS-TMP-STATUS = "00"
           MOVE "N" TO WS-FACTS-TMP-EOF
           PERFORM UNTIL WS-FACTS-TMP-EOF = "Y"
               READ FACTS-SCRATCH
                   AT END
                       MOVE "Y" TO WS-FACTS-TMP-EOF
                   NOT AT END
                       PERFORM PARSE-FACTS-LINE
               END-READ
           END-PERFORM
           CLOSE FACTS-SCRATCH
       END-IF
       *>* Reachable but no wine line: wine isn't installed there.
       IF WS-HOST-ANSWERED = "Y" AND WS-WINE-SEEN = "N"
           MOVE "none" TO WS-NEW-WINE
       END-IF
       PERFORM STORE-HOST-FACTS
       .

BUILD-FACTS-COMMAND.
       *>* No single quotes in the probe, so it goes through the ssh hop
       *>* as-is; $HOME is expanded on the target, not here.
       MOVE SPACES TO WS-FACTS-PROBE
       STRING "cat /etc/os-release; wine --version; "
              "df -Pm $HOME; grep MemTotal /proc/meminfo"
              DELIMITED BY SIZE INTO WS-FACTS-PROBE
       MOVE WS-FACTS-LIMIT TO WS-LIMIT-DISPLAY
       MOVE SPACES TO WS-FACTS-CMD
       IF WS-IS-LOCALHOST = "Y"
           STRING "( " FUNCTION TRIM(WS-FACTS-PROBE) " ) > "
                  FUNCTION TRIM(WS-FACTS-TMP-NAME) " 2>/dev/null"
                  DELIMITED BY SIZE INTO WS-FACTS-CMD
       ELSE
           STRING "timeout -k 10 " FUNCTION TRIM(WS-LIMIT-DISPLAY)
                  " ssh " FUNCTION TRIM(WS-CURRENT-HOST) " '"
                  FUNCTION TRIM(WS-FACTS-PROBE) "' > "
                  FUNCTION TRIM(WS-FACTS-TMP-NAME) " 2>/dev/null"
                  DELIMITED BY SIZE INTO WS-FACTS-CMD
       END-IF
       .

PARSE-FACTS-LINE.
       *>* os-release gives ID=ubuntu and VERSION_ID="22.04"; wine says
       *>* "wine-8.0.2" (a distro build adds " (Ubuntu ...)"); df -P
       *>* puts the available MB in the fourth field of the line after
       *>* its header; MemTotal is in kB.
       EVALUATE TRUE
           WHEN FACTS-SCRATCH-RECORD(1:3) = "ID="
               MOVE FACTS-SCRATCH-RECORD(4:) TO WS-FACT-VALUE
               INSPECT WS-FACT-VALUE REPLACING ALL '"' BY SPACE
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-FACT-VALUE))
                   TO WS-NEW-OS-ID
               MOVE "Y" TO WS-HOST-ANSWERED
           WHEN FACTS-SCRATCH-RECORD(1:11) = "VERSION_ID="
               MOVE FACTS-SCRATCH-RECORD(12:) TO WS-FACT-VALUE
               INSPECT WS-FACT-VALUE REPLACING ALL '"' BY SPACE
               MOVE FUNCTION TRIM(WS-FACT-VALUE) TO WS-NEW-OS-VERSION
               MOVE "Y" TO WS-HOST-ANSWERED
           WHEN FACTS-SCRATCH-RECORD(1:5) = "wine-"
               MOVE SPACES TO WS-NEW-WINE
               UNSTRING FACTS-SCRATCH-RECORD(6:) DELIMITED BY SPACE
                   INTO WS-NEW-WINE
               MOVE "Y" TO WS-WINE-SEEN
               MOVE "Y" TO WS-HOST-ANSWERED
           WHEN FACTS-SCRATCH-RECORD(1:9) = "MemTotal:"
               MOVE SPACES TO WS-FACT-TOKEN1 WS-FACT-TOKEN2
               UNSTRING FACTS-SCRATCH-RECORD DELIMITED BY ALL SPACE
                   INTO WS-FACT-TOKEN1 WS-FACT-TOKEN2
               IF WS-FACT-TOKEN2 NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-FACT-TOKEN2) = 0
                       COMPUTE WS-NEW-RAM-MB =
                           FUNCTION NUMVAL(WS-FACT-TOKEN2) / 1024
                       MOVE "Y" TO WS-HOST-ANSWERED
                   END-IF
               END-IF
           WHEN FACTS-SCRATCH-RECORD(1:10) = "Filesystem"
               MOVE "Y" TO WS-DF-HEADER-SEEN
           WHEN OTHER
               IF WS-DF-HEADER-SEEN = "Y"
                       AND FACTS-SCRATCH-RECORD NOT = SPACES
                   MOVE "N" TO WS-DF-HEADER-SEEN
                   MOVE SPACES TO WS-FACT-TOKEN1 WS-FACT-TOKEN2
                                  WS-FACT-TOKEN3 WS-FACT-TOKEN4
                   UNSTRING FACTS-SCRATCH-RECORD DELIMITED BY ALL SPACE
                       INTO WS-FACT-TOKEN1 WS-FACT-TOKEN2
                            WS-FACT-TOKEN3 WS-FACT-TOKEN4
                   IF WS-FACT-TOKEN4 NOT = SPACES
                       IF FUNCTION TEST-NUMVAL(WS-FACT-TOKEN4) = 0
                           MOVE FUNCTION NUMVAL(WS-FACT-TOKEN4)
                               TO WS-NEW-DISK-MB
                           MOVE "Y" TO WS-HOST-ANSWERED
                       END-IF
                   END-IF
               END-IF
       END-EVALUATE
       .

STORE-HOST-FACTS.
       MOVE WS-CURRENT-HOST TO FACT-HOST
       READ HOST-FACTS-FILE
           INVALID KEY
               MOVE "N" TO WS-FACT-FOUND
           NOT INVALID KEY
               MOVE "Y" TO WS-FACT-FOUND
       END-READ
       IF WS-FACT-FOUND = "N"
           INITIALIZE HOST-FACTS-RECORD
           MOVE WS-CURRENT-HOST TO FACT-HOST
       END-IF
       IF WS-HOST-ANSWERED = "Y"
           ADD 1 TO WS-HOSTS-ANSWERED
           IF WS-NEW-OS-ID NOT = SPACES
               MOVE WS-NEW-OS-ID TO FACT-OS-ID
               MOVE WS-NEW-OS-VERSION TO FACT-OS-VERSION
           END-IF
           MOVE WS-NEW-WINE TO FACT-WINE-VERSION
           IF WS-NEW-DISK-MB > 0
               MOVE WS-NEW-DISK-MB TO FACT-FREE-DISK-MB
           END-IF
           IF WS-NEW-RAM-MB > 0
               MOVE WS-NEW-RAM-MB TO FACT-RAM-MB
           END-IF
           MOVE WS-TODAY TO FACT-LAST-SEEN
           MOVE WS-RUN-ID TO FACT-LAST-RUN-ID
           MOVE "ANSWERED" TO FACT-CHECK-STATUS
           MOVE FACT-FREE-DISK-MB TO WS-DISK-DISPLAY
           MOVE FACT-RAM-MB TO WS-RAM-DISPLAY
           DISPLAY "Host " FUNCTION TRIM(WS-CURRENT-HOST) ": "
                   FUNCTION TRIM(FACT-OS-ID) " "
                   FUNCTION TRIM(FACT-OS-VERSION) ", wine "
                   FUNCTION TRIM(FACT-WINE-VERSION) ", "
                   FUNCTION TRIM(WS-DISK-DISPLAY) " MB free, "
                   FUNCTION TRIM(WS-RAM-DISPLAY) " MB RAM"
       ELSE
           ADD 1 TO WS-HOSTS-SILENT
           MOVE "NOANSWER" TO FACT-CHECK-STATUS
           IF FACT-LAST-SEEN = SPACES
               DISPLAY "Host " FUNCTION TRIM(WS-CURRENT-HOST)
                       ": no answer (return code " WS-REAL-RC
                       ") - no facts recorded yet"
           ELSE
               DISPLAY "Host " FUNCTION TRIM(WS-CURRENT-HOST)
                       ": no answer (return code " WS-REAL-RC
                       ") - keeping the facts last seen "
                       FACT-LAST-SEEN
           END-IF
       END-IF
       MOVE WS-TODAY TO FACT-LAST-CHECKED
       IF WS-FACT-FOUND = "Y"
           REWRITE HOST-FACTS-RECORD
               INVALID KEY
                   DISPLAY "Warning: failed to rewrite facts for "
                           FUNCTION TRIM(WS-CURRENT-HOST)
                           ", status " WS-FACTS-STATUS
           END-REWRITE
       ELSE
           WRITE HOST-FACTS-RECORD
               INVALID KEY
                   DISPLAY "Warning: failed to write facts for "
                           FUNCTION TRIM(WS-CURRENT-HOST)
                           ", status " WS-FACTS-STATUS
           END-WRITE
       END-IF
       .
