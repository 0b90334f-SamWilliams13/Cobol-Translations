000160*                 is not active or terminated.              *
000160* 2026-08-22 TJM  EM-LNAME is now an alternate key on    *
000160*                 the master, for the last-name inquiry. *
000160* 2026-10-14 TJM  Full SSNs need a requester ID on the     *
000160*                 MASKPARM card - an unmasked run without  *
000160*                 one is refused - and an unmasked run     *
000160*                 appends a disclosure record to PIIDISCL  *
000160*                 with the requester and the count of SSNs *
000160*                 the exception report showed in full.     *
000160*----------------------------------------------------------*
000170
000180 ENVIRONMENT DIVISION.
000282     SELECT MASK-PARM ASSIGN TO "MASKPARM"
000283         ORGANIZATION IS LINE SEQUENTIAL
000284         FILE STATUS   IS WS-MASK-FILE-STATUS.
000285
000286     SELECT PII-DISCLOSURES ASSIGN TO "PIIDISCL"
000287         ORGANIZATION IS LINE SEQUENTIAL
000288         FILE STATUS   IS WS-DISC-FILE-STATUS.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000370     RECORD CONTAINS 80 CHARACTERS.
000380 01  EMPLOYEE-EXCEPTIONS-RECORD  PIC X(80).
000390
000391*> Parameter card: "Y" masks SSN in the exception report,
000392*> "N" shows it in full for the requester named on the card.
000393*> A missing or blank card defaults to masked, the same as
000393*> ComplexData's MASKPARM.
000394 FD  MASK-PARM
000395     RECORD CONTAINS 20 CHARACTERS.
000396     COPY MASKPARM.
000397
000398 FD  PII-DISCLOSURES
000398     RECORD CONTAINS 60 CHARACTERS.
000399     COPY PIIDISC.
000397
000400 WORKING-STORAGE SECTION.
000410 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
000470
000471 01  WS-MASK-FILE-STATUS         PIC X(02)    VALUE "00".
000472     88  WS-MASK-FILE-NOT-FOUND      VALUE "35".
000473
000474 01  WS-DISC-FILE-STATUS         PIC X(02)    VALUE "00".
000475     88  WS-DISC-OPEN-OK             VALUE "00".
000476     88  WS-DISC-FILE-NOT-FOUND      VALUE "35".
000480 01  WS-COUNTERS.
000490     05  WS-RECORDS-READ         PIC 9(07)    VALUE 0.
000500     05  WS-EXCEPTIONS-WRITTEN   PIC 9(07)    VALUE 0.
000505     05  WS-EXCP-SSNS-SHOWN      PIC 9(07)    VALUE 0.
000506
000507*> Who the run shows full SSNs for, off the MASKPARM card.
000508 01  WS-REQUESTER-ID             PIC X(08)    VALUE SPACES.
000510
000520*> Known-invalid SSN prefixes: 000, 666 and 900-999 are not
000530*> assigned by SSA and never belong on a real employee
000810     STOP RUN.
000820
000830 1000-INITIALIZE.
000835     PERFORM 1100-READ-MASK-PARM THRU
000836             1100-READ-MASK-PARM-EXIT
000840     OPEN INPUT  EMPLOYEE-MASTER
000841     IF NOT WS-MASTER-OPEN-OK
000842         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
000844         STOP RUN
000845     END-IF
000850     OPEN OUTPUT EMPLOYEE-EXCEPTIONS
000860     PERFORM 2100-READ-MASTER-RECORD.
000861
000862*> The mask parameter card is optional - a missing or blank
000863*> card leaves MASK-SSN-ON-OUTPUT (the safer setting) in
000864*> effect.  A card that turns masking off without naming a
000864*> requester refuses the run before anything is opened.
000865 1100-READ-MASK-PARM.
000866     OPEN INPUT MASK-PARM
000867     IF WS-MASK-FILE-NOT-FOUND
000872             SET END-OF-MASK-CARD TO TRUE
000873     END-READ
000874     IF NOT END-OF-MASK-CARD
000875         IF MP-MASK-OPTION = "N"
000876             MOVE "N" TO WS-MASK-SW
000876             MOVE MP-REQUESTER-ID TO WS-REQUESTER-ID
000877         END-IF
000878     END-IF
000879     CLOSE MASK-PARM
000879     IF NOT MASK-SSN-ON-OUTPUT AND WS-REQUESTER-ID = SPACES
000879         DISPLAY "MASKPARM SHOWS FULL SSNS WITH NO REQUESTER ID"
000879             " - RUN REFUSED"
000879         MOVE 8 TO RETURN-CODE
000879         STOP RUN
000879     END-IF.
000880 1100-READ-MASK-PARM-EXIT.
000881     EXIT.
000870
001441     MOVE EM-SSN-KEY  TO WS-SSN-IN
001442     PERFORM 2800-FORMAT-SSN-DISPLAY
001443     MOVE WS-SSN-OUT  TO WX-SSN-KEY
001444     IF NOT MASK-SSN-ON-OUTPUT
001445         ADD 1 TO WS-EXCP-SSNS-SHOWN
001446     END-IF
001460     WRITE EMPLOYEE-EXCEPTIONS-RECORD FROM WS-EXCEPTION-LINE
001470     ADD 1 TO WS-EXCEPTIONS-WRITTEN.
001480
001500     CLOSE EMPLOYEE-MASTER
001510     CLOSE EMPLOYEE-EXCEPTIONS
001520     DISPLAY "MASTER RECORDS READ:    " WS-RECORDS-READ
001530     DISPLAY "EXCEPTIONS WRITTEN:     " WS-EXCEPTIONS-WRITTEN
001535     PERFORM 8500-WRITE-DISCLOSURE-LOG THRU
001536             8500-WRITE-DISCLOSURE-LOG-EXIT.
001540
001550*> A run with masking off leaves a disclosure record on the
001560*> PIIDISCL log for the PII access report - the exception
001570*> report and how many SSNs it showed in full.  The first
001580*> disclosure ever creates the log.
001590 8500-WRITE-DISCLOSURE-LOG.
001600     IF MASK-SSN-ON-OUTPUT
001610         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
001620     END-IF
001630     OPEN EXTEND PII-DISCLOSURES
001640     IF WS-DISC-FILE-NOT-FOUND
001650         OPEN OUTPUT PII-DISCLOSURES
001660         CLOSE PII-DISCLOSURES
001670         OPEN EXTEND PII-DISCLOSURES
001680     END-IF
001690     IF NOT WS-DISC-OPEN-OK
001700         DISPLAY "PII DISCLOSURE LOG OPEN FAILED - STATUS "
001710             WS-DISC-FILE-STATUS
001720         MOVE 8 TO RETURN-CODE
001730         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
001740     END-IF
001750     MOVE SPACES              TO PII-DISCLOSURE-RECORD
001760     MOVE "EMPVALIDATE"       TO PD-PROGRAM-NAME
001770     ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD
001780     ACCEPT PD-RUN-TIME FROM TIME
001790     MOVE WS-REQUESTER-ID     TO PD-REQUESTER-ID
001800     MOVE "EMPEXCP"           TO PD-REPORT-NAME
001810     MOVE WS-EXCP-SSNS-SHOWN  TO PD-SSNS-SHOWN
001820     WRITE PII-DISCLOSURE-RECORD
001830     CLOSE PII-DISCLOSURES
001840     DISPLAY "FULL SSNS SHOWN FOR:    " WS-REQUESTER-ID
001850     DISPLAY "  ON EXCEPTION REPORT:  " WS-EXCP-SSNS-SHOWN.
001860 8500-WRITE-DISCLOSURE-LOG-EXIT.
001870     EXIT.
