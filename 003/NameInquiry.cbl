000170*                                                          *
000180* MODIFICATION HISTORY                                    *
000190* 2026-08-22 TJM  Original last-name inquiry.              *
000190* 2026-10-14 TJM  Full SSNs need a requester ID on the     *
000190*                 MASKPARM card - an unmasked run without  *
000190*                 one is refused - and an unmasked run     *
000190*                 appends a disclosure record to PIIDISCL  *
000190*                 with the requester and the count of SSNs *
000190*                 the inquiry report showed in full.       *
000200*----------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000370     SELECT MASK-PARM ASSIGN TO "MASKPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS   IS WS-MASK-FILE-STATUS.
000390
000390     SELECT PII-DISCLOSURES ASSIGN TO "PIIDISCL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS   IS WS-DISC-FILE-STATUS.
000400
000410     SELECT INQUIRY-REPORT ASSIGN TO "NAMEOUT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000540 01  NAME-REQUEST-RECORD.
000550     05  NQ-LNAME                PIC X(10).
000560
000570*> Parameter card: "Y" masks SSN on the report, "N" shows
000580*> it in full for the requester named on the card.  A
000590*> missing or blank card defaults to masked, the same as
000595*> ComplexData's MASKPARM.
000600 FD  MASK-PARM
000610     RECORD CONTAINS 20 CHARACTERS.
000620     COPY MASKPARM.
000620
000620 FD  PII-DISCLOSURES
000620     RECORD CONTAINS 60 CHARACTERS.
000620     COPY PIIDISC.
000630
000640 FD  INQUIRY-REPORT
000650     RECORD CONTAINS 80 CHARACTERS.
000740
000750 01  WS-MASK-FILE-STATUS         PIC X(02)    VALUE "00".
000760     88  WS-MASK-FILE-NOT-FOUND      VALUE "35".
000760
000760 01  WS-DISC-FILE-STATUS         PIC X(02)    VALUE "00".
000760     88  WS-DISC-OPEN-OK             VALUE "00".
000760     88  WS-DISC-FILE-NOT-FOUND      VALUE "35".
000770
000780 01  WS-SWITCHES.
000790     05  WS-END-OF-REQUEST-SW    PIC X(01)    VALUE "N".
000890     05  WS-REQUESTS-READ        PIC 9(07)    VALUE 0.
000900     05  WS-MATCHES-LISTED       PIC 9(07)    VALUE 0.
000910     05  WS-REQUEST-MATCHES      PIC 9(07)    VALUE 0.
000915     05  WS-NAMEOUT-SSNS-SHOWN   PIC 9(07)    VALUE 0.
000916
000917*> Who the run shows full SSNs for, off the MASKPARM card.
000918 01  WS-REQUESTER-ID             PIC X(08)    VALUE SPACES.
000920
000930*> The request name and how many of its leading characters
000940*> are significant - the compare runs on that many
001450     STOP RUN.
001460
001470 1000-INITIALIZE.
001474     PERFORM 1100-READ-MASK-PARM THRU
001475             1100-READ-MASK-PARM-EXIT
001480     OPEN INPUT NAME-REQUEST
001490     IF NOT WS-REQUEST-OPEN-OK
001500         DISPLAY "NAME REQUEST CARDS OPEN FAILED - STATUS "
001580         STOP RUN
001590     END-IF
001600     OPEN OUTPUT INQUIRY-REPORT
001630     PERFORM 2100-READ-REQUEST-CARD.
001640
001650*> The mask parameter card is optional - a missing or blank
001660*> card leaves MASK-SSN-ON-OUTPUT (the safer setting) in
001670*> effect.  A card that turns masking off without naming a
001670*> requester refuses the run before anything is opened.
001680 1100-READ-MASK-PARM.
001690     OPEN INPUT MASK-PARM
001700     IF WS-MASK-FILE-NOT-FOUND
001750             SET END-OF-MASK-CARD TO TRUE
001760     END-READ
001770     IF NOT END-OF-MASK-CARD
001780         IF MP-MASK-OPTION = "N"
001790             MOVE "N" TO WS-MASK-SW
001790             MOVE MP-REQUESTER-ID TO WS-REQUESTER-ID
001800         END-IF
001810     END-IF
001820     CLOSE MASK-PARM
001820     IF NOT MASK-SSN-ON-OUTPUT AND WS-REQUESTER-ID = SPACES
001820         DISPLAY "MASKPARM SHOWS FULL SSNS WITH NO REQUESTER ID"
001820             " - RUN REFUSED"
001820         MOVE 8 TO RETURN-CODE
001820         STOP RUN
001820     END-IF.
001830 1100-READ-MASK-PARM-EXIT.
001840     EXIT.
001850
002750     MOVE EM-SSN-KEY  TO WS-SSN-IN
002760     PERFORM 5000-FORMAT-SSN-DISPLAY
002770     MOVE WS-SSN-OUT  TO WN-SSN
002771     IF NOT MASK-SSN-ON-OUTPUT
002772         ADD 1 TO WS-NAMEOUT-SSNS-SHOWN
002773     END-IF
002780     WRITE INQUIRY-REPORT-RECORD FROM WS-MATCH-LINE
002790     ADD 1 TO WS-REQUEST-MATCHES
002800     ADD 1 TO WS-MATCHES-LISTED.
002970     CLOSE EMPLOYEE-MASTER
002980     CLOSE INQUIRY-REPORT
002990     DISPLAY "REQUEST CARDS READ:     " WS-REQUESTS-READ
003000     DISPLAY "MATCHES LISTED:         " WS-MATCHES-LISTED
003005     PERFORM 8500-WRITE-DISCLOSURE-LOG THRU
003006             8500-WRITE-DISCLOSURE-LOG-EXIT.
003010
003020*> A run with masking off leaves a disclosure record on the
003030*> PIIDISCL log for the PII access report - the inquiry
003035*> report and how many SSNs it showed in full.  The first
003040*> disclosure ever creates the log.
003045 8500-WRITE-DISCLOSURE-LOG.
003050     IF MASK-SSN-ON-OUTPUT
003060         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
003070     END-IF
003080     OPEN EXTEND PII-DISCLOSURES
003090     IF WS-DISC-FILE-NOT-FOUND
003100         OPEN OUTPUT PII-DISCLOSURES
003110         CLOSE PII-DISCLOSURES
003120         OPEN EXTEND PII-DISCLOSURES
003130     END-IF
003140     IF NOT WS-DISC-OPEN-OK
003150         DISPLAY "PII DISCLOSURE LOG OPEN FAILED - STATUS "
003160             WS-DISC-FILE-STATUS
003170         MOVE 8 TO RETURN-CODE
003180         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
003190     END-IF
003200     MOVE SPACES              TO PII-DISCLOSURE-RECORD
003210     MOVE "NAMEINQUIRY"       TO PD-PROGRAM-NAME
003220     ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD
003230     ACCEPT PD-RUN-TIME FROM TIME
003240     MOVE WS-REQUESTER-ID     TO PD-REQUESTER-ID
003250     MOVE "NAMEOUT"           TO PD-REPORT-NAME
003260     MOVE WS-NAMEOUT-SSNS-SHOWN TO PD-SSNS-SHOWN
003270     WRITE PII-DISCLOSURE-RECORD
003280     CLOSE PII-DISCLOSURES
003290     DISPLAY "FULL SSNS SHOWN FOR:    " WS-REQUESTER-ID
003300     DISPLAY "  ON INQUIRY REPORT:    " WS-NAMEOUT-SSNS-SHOWN.
003310 8500-WRITE-DISCLOSURE-LOG-EXIT.
003320     EXIT.
