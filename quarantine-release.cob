           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-QUAR-STATUS.

    SELECT INCIDENT-FILE ASSIGN TO DYNAMIC WS-INCIDENT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INCIDENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  QUARANTINE-FILE.
    05  FILLER                  PIC X(1).
    05  QUAR-REC-HELD           PIC X(1).

FD  INCIDENT-FILE.
    COPY "incidentrec.cpy".

WORKING-STORAGE SECTION.
01 WS-QUAR-FILE-NAME          PIC X(100) VALUE "host-quarantine.dat".
01 WS-QUAR-STATUS             PIC X(2).
01 WS-FOUND-HOST              PIC X(1)   VALUE "N".
01 WS-KEEP-IDX                PIC 9(4).

*>* A release is noted on every open incident for the host (the
*>* host's own and its packages') in the register INCIDENT-REGISTER
*>* keeps, so the stand-up list shows the host was let back in. The
*>* register is held whole and rewritten; one too big for the table
*>* is left alone rather than truncated.
01 WS-INCIDENT-FILE-NAME      PIC X(100) VALUE "incident-register.dat".
01 WS-INCIDENT-STATUS         PIC X(2).
01 WS-INCIDENT-EOF            PIC X(1)   VALUE "N".
01 WS-MAX-INCIDENT-ENTRIES    PIC 9(4) VALUE 500.
01 WS-INCIDENT-TABLE.
   05 WS-INCIDENT-ENTRY OCCURS 500 TIMES PIC X(280).
01 WS-INCIDENT-COUNT          PIC 9(4) VALUE 0.
01 WS-INCIDENT-IDX            PIC 9(4).
01 WS-INCIDENT-OVERFLOW       PIC X(1)   VALUE "N".
01 WS-INCIDENT-NOTED          PIC X(1)   VALUE "N".
01 WS-CURR-DATE-TIME          PIC X(21).
01 WS-TODAY                   PIC X(10).

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
       *>* No argument lists the quarantine so the operator can see who
           PERFORM REWRITE-QUARANTINE-FILE
           DISPLAY FUNCTION TRIM(WS-RELEASE-HOST)
                   " released - it will be retried on the next run."
           PERFORM NOTE-RELEASE-ON-INCIDENT
           MOVE 0 TO RETURN-CODE
       END-IF
       GOBACK.
           CLOSE QUARANTINE-FILE
       END-IF
       .

NOTE-RELEASE-ON-INCIDENT.
       *>* Each of the host's open incidents stays open - only its own
       *>* recovery closes it - but records the day the host was let
       *>* back in.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
       STRING WS-CURR-DATE-TIME(1:4) "-" WS-CURR-DATE-TIME(5:2) "-"
              WS-CURR-DATE-TIME(7:2)
              DELIMITED BY SIZE INTO WS-TODAY
       OPEN INPUT INCIDENT-FILE
       IF WS-INCIDENT-STATUS = "00"
           PERFORM UNTIL WS-INCIDENT-EOF = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO WS-INCIDENT-EOF
                   NOT AT END
                       IF WS-INCIDENT-COUNT >= WS-MAX-INCIDENT-ENTRIES
                           MOVE "Y" TO WS-INCIDENT-OVERFLOW
                           MOVE "Y" TO WS-INCIDENT-EOF
                       ELSE
                           IF INC-HOST = WS-RELEASE-HOST
                                   AND INC-STATE = "OPEN"
                               MOVE WS-TODAY TO INC-RELEASED
                               MOVE "Y" TO WS-INCIDENT-NOTED
                           END-IF
                           ADD 1 TO WS-INCIDENT-COUNT
                           MOVE INCIDENT-RECORD
                               TO WS-INCIDENT-ENTRY(WS-INCIDENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
       END-IF
       IF WS-INCIDENT-OVERFLOW = "Y"
           DISPLAY "Incident register "
                   FUNCTION TRIM(WS-INCIDENT-FILE-NAME)
                   " holds more than " WS-MAX-INCIDENT-ENTRIES
                   " incidents - release not noted on it."
       ELSE
           IF WS-INCIDENT-NOTED = "Y"
               PERFORM REWRITE-INCIDENT-FILE
           END-IF
       END-IF
       .

REWRITE-INCIDENT-FILE.
       OPEN OUTPUT INCIDENT-FILE
       IF WS-INCIDENT-STATUS NOT = "00"
           DISPLAY "Unable to rewrite " WS-INCIDENT-FILE-NAME
                   ", status " WS-INCIDENT-STATUS
       ELSE
           PERFORM VARYING WS-INCIDENT-IDX FROM 1 BY 1
                   UNTIL WS-INCIDENT-IDX > WS-INCIDENT-COUNT
               MOVE WS-INCIDENT-ENTRY(WS-INCIDENT-IDX)
                   TO INCIDENT-RECORD
               WRITE INCIDENT-RECORD
               IF WS-INCIDENT-STATUS NOT = "00"
                   DISPLAY "Warning: failed to write "
                           WS-INCIDENT-FILE-NAME
                           " entry, status " WS-INCIDENT-STATUS
               END-IF
           END-PERFORM
           CLOSE INCIDENT-FILE
           DISPLAY "Release noted on the open incidents for "
                   FUNCTION TRIM(WS-RELEASE-HOST) "."
       END-IF
       .
