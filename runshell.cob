   05 WS-CMD-ENTRY OCCURS 50 TIMES PIC X(100).
01 WS-CMD-COUNT             PIC 9(4) VALUE 0.
01 WS-CMD-IDX               PIC 9(4).
01 WS-EXEC-LINE             PIC X(2200).

*>* Shell-safe copy of a command bound for `ssh host '<command>'`:
*>* every embedded single quote becomes '\'' so the local shell
*>* neither strips the check's own quoting nor expands its $-text
*>* (awk's $7, $(...) subshells) before ssh ever runs. Worst case
*>* every byte is a quote, hence 4x the size; the source is wide
*>* enough to take a timed remote line for its second escaping.
01 WS-ESC-SOURCE            PIC X(500).
01 WS-ESC-RESULT            PIC X(2000).
01 WS-ESC-IN                PIC 9(4).
01 WS-ESC-OUT               PIC 9(4).
01 WS-ESC-LEN               PIC 9(4).

*>* Every check runs under a time limit so one unresponsive host
*>* can't hold the whole health pass: WS-DEFAULT-CHECK-LIMIT seconds,
*>* or the LIMIT=nnnnn token a command line may start with (0 = no
*>* limit). coreutils timeout exits 124 (137 after the KILL) when it
*>* had to stop the check. A remote host that times out is already
*>* UNHEALTHY and is most likely not answering at all, so its
*>* remaining checks are skipped rather than each waiting the limit.
01 WS-DEFAULT-CHECK-LIMIT   PIC 9(5)   VALUE 120.
01 WS-CHECK-LIMIT           PIC 9(5)   VALUE 120.
01 WS-LIMIT-DISPLAY         PIC Z(4)9.
01 WS-LIMIT-TOKEN           PIC X(20).
01 WS-LIMIT-VALUE-LEN       PIC 9(4).
01 WS-LIMIT-PTR             PIC 9(4).
01 WS-LIMIT-REST            PIC X(100).
01 WS-CHECK-TIMED-OUT       PIC X(1)   VALUE "N".
*>* A timed remote check is limited on the target host itself, so the
*>* timeout stops the check and not just the local ssh client; the
*>* ssh hop gets its own local timeout WS-REMOTE-GRACE seconds longer
*>* for a host that stops answering. Either layer exits 124 or 137.
01 WS-REMOTE-GRACE          PIC 9(3)   VALUE 30.
01 WS-OUTER-LIMIT           PIC 9(6).
01 WS-OUTER-DISPLAY         PIC Z(5)9.
01 WS-REMOTE-INNER          PIC X(500).
01 WS-HOST-TIMED-OUT        PIC X(1)   VALUE "N".

01 WS-HEALTH-FILE-NAME      PIC X(100) VALUE "host-health.dat".
01 WS-HEALTH-STATUS         PIC X(2).

01 WS-CURR-DATE-TIME        PIC X(21).
01 WS-REPORT-FILE           PIC X(100).
01 WS-REPORT-STATUS         PIC X(2).
01 WS-FULL-CMD              PIC X(2400).
01 WS-RC-DISPLAY            PIC -(4)9.

01 WS-RESULTS-FILE-NAME     PIC X(100) VALUE "diagnostics-results.dat".
01 WS-CMD-BEFORE-SUB        PIC X(100).
01 WS-CMD-AFTER-SUB         PIC X(100).
01 WS-INNER-CMD             PIC X(100).
01 WS-PROBE-CMD             PIC X(2400).

PROCEDURE DIVISION.
       PERFORM MAIN-PARAGRAPH
           MOVE "Y" TO WS-IS-LOCALHOST
       END-IF
       MOVE "Y" TO WS-HOST-HEALTHY
       MOVE "N" TO WS-HOST-TIMED-OUT
       MOVE 0 TO WS-HOST-FAIL-RC
       IF WS-FLEET-MODE = "Y"
           DISPLAY "===== Health checks: "
       END-IF
       PERFORM VARYING WS-CMD-IDX FROM 1 BY 1
               UNTIL WS-CMD-IDX > WS-CMD-COUNT
                  OR WS-HOST-TIMED-OUT = "Y"
           MOVE WS-CMD-ENTRY(WS-CMD-IDX) TO CMD-LINE
           PERFORM RUN-COMMAND-LINE
       END-PERFORM
       IF WS-HOST-TIMED-OUT = "Y" AND WS-CMD-IDX <= WS-CMD-COUNT
           DISPLAY "Skipping the remaining checks on "
                   FUNCTION TRIM(WS-CURRENT-HOST)
                   " - host is not answering"
           MOVE SPACES TO DIAG-REPORT-LINE
           STRING "Remaining checks skipped - host is not answering"
                  DELIMITED BY SIZE INTO DIAG-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
       END-IF
       IF WS-FLEET-MODE = "Y"
           IF WS-HOST-HEALTHY = "Y"
               MOVE "HEALTHY" TO WS-HOST-RESULT(WS-HOST-IDX)
       END-PERFORM
       .

EXTRACT-CHECK-LIMIT.
       *>* Strip an optional leading LIMIT=nnnnn (seconds) from the
       *>* command line; without one the check takes the default.
       MOVE WS-DEFAULT-CHECK-LIMIT TO WS-CHECK-LIMIT
       IF CMD-LINE(1:6) = "LIMIT="
           MOVE SPACES TO WS-LIMIT-TOKEN
           MOVE 1 TO WS-LIMIT-PTR
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-LIMIT-TOKEN
               WITH POINTER WS-LIMIT-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIMIT-TOKEN))
               TO WS-LIMIT-VALUE-LEN
           SUBTRACT 6 FROM WS-LIMIT-VALUE-LEN
           IF WS-LIMIT-VALUE-LEN > 0 AND WS-LIMIT-VALUE-LEN <= 5
                   AND WS-LIMIT-TOKEN(7:WS-LIMIT-VALUE-LEN) IS NUMERIC
               MOVE WS-LIMIT-TOKEN(7:WS-LIMIT-VALUE-LEN)
                   TO WS-CHECK-LIMIT
           ELSE
               MOVE WS-DEFAULT-CHECK-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "Ignoring malformed check limit '"
                       FUNCTION TRIM(WS-LIMIT-TOKEN) "' - using "
                       FUNCTION TRIM(WS-LIMIT-DISPLAY) " seconds"
           END-IF
           MOVE SPACES TO WS-LIMIT-REST
           IF WS-LIMIT-PTR <= FUNCTION LENGTH(CMD-LINE)
               MOVE CMD-LINE(WS-LIMIT-PTR:) TO WS-LIMIT-REST
           END-IF
           MOVE WS-LIMIT-REST TO CMD-LINE
       END-IF
       MOVE WS-CHECK-LIMIT TO WS-LIMIT-DISPLAY
       .

BUILD-EXEC-LINE.
       *>* WS-ESC-SOURCE -> WS-EXEC-LINE, ready for the ( ) > scratch
       *>* wrapper: run here or over ssh, under the check's time limit.
       *>* A timed local check goes through sh -c (quote-escaped the
       *>* same way as the ssh hop) so the whole command line, pipes
       *>* and $( ) included, is what the limit stops. A timed remote
       *>* check runs that same timeout ... sh -c line on the target
       *>* host, escaped once more for the ssh quotes, with the ssh hop
       *>* under a local timeout WS-REMOTE-GRACE seconds longer.
       MOVE SPACES TO WS-EXEC-LINE
       IF WS-IS-LOCALHOST = "Y" AND WS-CHECK-LIMIT = 0
           MOVE WS-ESC-SOURCE TO WS-EXEC-LINE
       ELSE
           PERFORM ESCAPE-REMOTE-COMMAND
           IF WS-IS-LOCALHOST = "Y"
               STRING "timeout -k 10 " FUNCTION TRIM(WS-LIMIT-DISPLAY)
                      " sh -c '"
                      FUNCTION TRIM(WS-ESC-RESULT TRAILING) "'"
                      DELIMITED BY SIZE INTO WS-EXEC-LINE
           ELSE
               IF WS-CHECK-LIMIT = 0
                   STRING "ssh " FUNCTION TRIM(WS-CURRENT-HOST) " '"
                          FUNCTION TRIM(WS-ESC-RESULT TRAILING) "'"
                          DELIMITED BY SIZE INTO WS-EXEC-LINE
               ELSE
                   MOVE SPACES TO WS-REMOTE-INNER
                   STRING "timeout -k 10 "
                          FUNCTION TRIM(WS-LIMIT-DISPLAY) " sh -c '"
                          FUNCTION TRIM(WS-ESC-RESULT TRAILING) "'"
                          DELIMITED BY SIZE INTO WS-REMOTE-INNER
                   MOVE WS-REMOTE-INNER TO WS-ESC-SOURCE
                   PERFORM ESCAPE-REMOTE-COMMAND
                   ADD WS-CHECK-LIMIT WS-REMOTE-GRACE
                       GIVING WS-OUTER-LIMIT
                   MOVE WS-OUTER-LIMIT TO WS-OUTER-DISPLAY
                   STRING "timeout -k 10 "
                          FUNCTION TRIM(WS-OUTER-DISPLAY)
                          " ssh " FUNCTION TRIM(WS-CURRENT-HOST) " '"
                          FUNCTION TRIM(WS-ESC-RESULT TRAILING) "'"
                          DELIMITED BY SIZE INTO WS-EXEC-LINE
               END-IF
           END-IF
       END-IF
       .

RUN-COMMAND-LINE.
       PERFORM EXTRACT-CHECK-LIMIT
       DISPLAY "Running '" FUNCTION TRIM(CMD-LINE) "' command...".

       *>* Remote hosts get the command single-quoted through ssh, the
       *>* single quotes and $-text (the awk memory probe does), and
       *>* bare quoting would let the local shell strip and expand them
       *>* before ssh ever ran, failing the check on every host.
       MOVE CMD-LINE TO WS-ESC-SOURCE
       PERFORM BUILD-EXEC-LINE

       *>* Write the command header straight into the report via a COBOL
       *>* file WRITE rather than shelling out through `echo "..."` -
       *>* 256) - GnuCOBOL's cob_sys_system does not apply WEXITSTATUS.
       *>* Divide it down to the real exit code before logging/displaying.
       DIVIDE RETURN-CODE BY 256 GIVING WS-CMD-RC
       MOVE "N" TO WS-CHECK-TIMED-OUT
       IF WS-CHECK-LIMIT NOT = 0
               AND (WS-CMD-RC = 124 OR WS-CMD-RC = 137)
           MOVE "Y" TO WS-CHECK-TIMED-OUT
       END-IF

       PERFORM COPY-OUTPUT-TO-REPORT

       DISPLAY "Command finished with return code: " WS-CMD-RC.
       IF WS-CHECK-TIMED-OUT = "Y"
           DISPLAY "Check timed out after "
                   FUNCTION TRIM(WS-LIMIT-DISPLAY) " seconds"
           MOVE SPACES TO DIAG-REPORT-LINE
           STRING "TIMEOUT after " FUNCTION TRIM(WS-LIMIT-DISPLAY)
                  " seconds" DELIMITED BY SIZE INTO DIAG-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           IF WS-IS-LOCALHOST = "N"
               MOVE "Y" TO WS-HOST-TIMED-OUT
           END-IF
       END-IF
       IF WS-CMD-RC NOT = 0
           MOVE "N" TO WS-HOST-HEALTHY
           MOVE WS-CMD-RC TO WS-HOST-FAIL-RC
       *>* percentage or free megabytes, not only pass/fail.
       MOVE 0 TO WS-SUBSHELL-TALLY
       INSPECT CMD-LINE TALLYING WS-SUBSHELL-TALLY FOR ALL "$("
       *>* Not after a timeout - the probe would only wait out the limit
       *>* a second time on the same stuck expression.
       IF WS-SUBSHELL-TALLY > 0 AND WS-CHECK-TIMED-OUT = "N"
           MOVE SPACES TO WS-CMD-BEFORE-SUB
           MOVE SPACES TO WS-CMD-AFTER-SUB
           MOVE SPACES TO WS-INNER-CMD
               *>* Measure on the host being judged, not the controller
               *>* - quote-escaped like the check itself, or the local
               *>* shell mangles the inner expression first.
               MOVE WS-INNER-CMD TO WS-ESC-SOURCE
               PERFORM BUILD-EXEC-LINE
               MOVE SPACES TO WS-PROBE-CMD
               STRING '( ' FUNCTION TRIM(WS-EXEC-LINE) ' ) > '
                      FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
