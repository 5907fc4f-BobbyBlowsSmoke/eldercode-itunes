IDENTIFICATION DIVISION.
PROGRAM-ID. INCIDENT-RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INCIDENT-FILE ASSIGN TO DYNAMIC WS-INCIDENT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INCIDENT-STATUS.

    SELECT INCIDENT-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INCIDENT-FILE.
    COPY "incidentrec.cpy".

FD  INCIDENT-REPORT.
01  REPORT-LINE                  PIC X(132).

WORKING-STORAGE SECTION.
01 WS-INCIDENT-FILE-NAME      PIC X(100) VALUE "incident-register.dat".
01 WS-INCIDENT-STATUS         PIC X(2).
01 WS-INCIDENT-EOF            PIC X(1)   VALUE "N".

01 WS-REPORT-FILE-NAME        PIC X(100) VALUE "incident-report.txt".
01 WS-REPORT-STATUS           PIC X(2).

01 WS-CURR-DATE-TIME          PIC X(21).
01 WS-TODAY-DAYS              PIC 9(7).
01 WS-OPENED-DAYS             PIC 9(7).
01 WS-OPENED-YYYYMMDD         PIC 9(8).
01 WS-AGE-DAYS                PIC S9(7).
01 WS-OPEN-COUNT              PIC 9(4) VALUE 0.
01 WS-COUNT-DISPLAY           PIC Z(4)9.

*>* Fixed-width columns matching the header literal in
*>* WRITE-REPORT-HEADER so rows line up whatever the hostname length.
01 WS-COL-HOST                PIC X(26).
01 WS-COL-PACKAGE             PIC X(21).
01 WS-COL-STATUS              PIC X(10).
01 WS-COL-OPENED              PIC X(11).
01 WS-COL-AGE                 PIC X(6).
01 WS-COL-COUNT               PIC X(7).
01 WS-COL-LAST-SEEN           PIC X(11).
01 WS-AGE-DISPLAY             PIC ZZZZ9.
01 WS-OCCUR-DISPLAY           PIC ZZZ9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       DISPLAY "Building open incidents report from "
               FUNCTION TRIM(WS-INCIDENT-FILE-NAME) "..."
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(WS-CURR-DATE-TIME(1:8)))

       OPEN OUTPUT INCIDENT-REPORT
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "Unable to open report " WS-REPORT-FILE-NAME
                   ", status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM WRITE-REPORT-HEADER

       *>* The register is in the order incidents were opened, so the
       *>* oldest open problems come first.
       OPEN INPUT INCIDENT-FILE
       IF WS-INCIDENT-STATUS = "00"
           PERFORM UNTIL WS-INCIDENT-EOF = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO WS-INCIDENT-EOF
                   NOT AT END
                       IF INC-STATE = "OPEN"
                           PERFORM WRITE-INCIDENT-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
       ELSE
           IF WS-INCIDENT-STATUS NOT = "35"
               DISPLAY "Unable to open incident register "
                       FUNCTION TRIM(WS-INCIDENT-FILE-NAME)
                       ", status " WS-INCIDENT-STATUS
           END-IF
       END-IF

       MOVE SPACES TO REPORT-LINE
       IF WS-OPEN-COUNT = 0
           MOVE "No open incidents." TO REPORT-LINE
       ELSE
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           STRING "Open incidents: " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       PERFORM WRITE-REPORT-LINE
       CLOSE INCIDENT-REPORT

       DISPLAY "Open incidents report written to "
               FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
       MOVE 0 TO RETURN-CODE
       GOBACK.

WRITE-REPORT-HEADER.
       MOVE SPACES TO REPORT-LINE
       STRING "=== Open incidents as of "
              WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2) " ==="
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "Host                      Package              "
              "Status    Opened     Age   Times  Last seen"
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       .

WRITE-INCIDENT-LINES.
       ADD 1 TO WS-OPEN-COUNT
       *>* Age in days since the incident opened; a date that doesn't
       *>* parse shows as "?" rather than a made-up number.
       MOVE "?" TO WS-COL-AGE
       IF INC-OPENED(1:4) IS NUMERIC
               AND INC-OPENED(6:2) IS NUMERIC
               AND INC-OPENED(9:2) IS NUMERIC
           COMPUTE WS-OPENED-YYYYMMDD =
               FUNCTION NUMVAL(INC-OPENED(1:4)) * 10000
               + FUNCTION NUMVAL(INC-OPENED(6:2)) * 100
               + FUNCTION NUMVAL(INC-OPENED(9:2))
           COMPUTE WS-OPENED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-OPENED-YYYYMMDD)
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-OPENED-DAYS
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE WS-AGE-DISPLAY TO WS-COL-AGE
       END-IF
       MOVE INC-HOST TO WS-COL-HOST
       IF INC-PACKAGE = SPACES
           MOVE "(whole host)" TO WS-COL-PACKAGE
       ELSE
           MOVE INC-PACKAGE TO WS-COL-PACKAGE
       END-IF
       MOVE INC-LAST-STATUS TO WS-COL-STATUS
       MOVE INC-OPENED TO WS-COL-OPENED
       MOVE INC-COUNT TO WS-OCCUR-DISPLAY
       MOVE WS-OCCUR-DISPLAY TO WS-COL-COUNT
       MOVE INC-LAST-SEEN TO WS-COL-LAST-SEEN
       MOVE SPACES TO REPORT-LINE
       STRING WS-COL-HOST WS-COL-PACKAGE WS-COL-STATUS WS-COL-OPENED
              WS-COL-AGE WS-COL-COUNT WS-COL-LAST-SEEN
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE

       MOVE SPACES TO REPORT-LINE
       STRING "    " FUNCTION TRIM(INC-DETAIL)
              DELIMITED BY SIZE INTO REPORT-LINE
       PERFORM WRITE-REPORT-LINE
       IF INC-RELEASED NOT = SPACES
           MOVE SPACES TO REPORT-LINE
           STRING "    released from quarantine " INC-RELEASED
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
       END-IF
       .

WRITE-REPORT-LINE.
       WRITE REPORT-LINE
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "Warning: failed to write incident report line, "
                   "status " WS-REPORT-STATUS
       END-IF
       DISPLAY FUNCTION TRIM(REPORT-LINE)
       .
