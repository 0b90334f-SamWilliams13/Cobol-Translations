000178*                 closed period still produces the same    *
000179*                 report after the period-end archive has  *
000179*                 trimmed the live log.                    *
000179* 2026-10-14 TJM  Full SSNs need a requester ID on the     *
000179*                 MASKPARM card - an unmasked run without  *
000179*                 one is refused - and an unmasked run     *
000179*                 appends a disclosure record to PIIDISCL  *
000179*                 with the requester and the count of SSNs *
000179*                 shown in full.                           *
000180*----------------------------------------------------------*
000190
000200 ENVIRONMENT DIVISION.
000310     SELECT MASK-PARM ASSIGN TO "MASKPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS   IS WS-MASK-FILE-STATUS.
000330
000330     SELECT PII-DISCLOSURES ASSIGN TO "PIIDISCL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS   IS WS-DISC-FILE-STATUS.
000340
000350     SELECT HISTORY-REPORT ASSIGN TO "HISTRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000700     05  HQ-TO-DATE              PIC X(08).
000702     05  HQ-SOURCE               PIC X(01).
000710
000720*> Parameter card: "Y" masks SSN on the report, "N" shows
000730*> it in full for the requester named on the card.  A
000740*> missing or blank card defaults to masked, the same as
000745*> ComplexData's MASKPARM.
000750 FD  MASK-PARM
000760     RECORD CONTAINS 20 CHARACTERS.
000770     COPY MASKPARM.
000770
000770 FD  PII-DISCLOSURES
000770     RECORD CONTAINS 60 CHARACTERS.
000770     COPY PIIDISC.
000780
000790 FD  HISTORY-REPORT
000800     RECORD CONTAINS 80 CHARACTERS.
000990
001000 01  WS-MASK-FILE-STATUS         PIC X(02)    VALUE "00".
001010     88  WS-MASK-FILE-NOT-FOUND      VALUE "35".
001010
001010 01  WS-DISC-FILE-STATUS         PIC X(02)    VALUE "00".
001010     88  WS-DISC-OPEN-OK             VALUE "00".
001010     88  WS-DISC-FILE-NOT-FOUND      VALUE "35".
001020
001030 01  WS-SWITCHES.
001040     05  WS-END-OF-AUDIT-SW      PIC X(01)    VALUE "N".
001260     05  WS-AUDIT-READ           PIC 9(07)    VALUE 0.
001270     05  WS-CHANGES-SELECTED     PIC 9(07)    VALUE 0.
001280     05  WS-SECTION-CHANGES      PIC 9(07)    VALUE 0.
001285     05  WS-HISTRPT-SSNS-SHOWN   PIC 9(07)    VALUE 0.
001286
001287*> Who the run shows full SSNs for, off the MASKPARM card.
001288 01  WS-REQUESTER-ID             PIC X(08)    VALUE SPACES.
001290
001300 01  WS-CURRENT-SSN              PIC X(09)    VALUE LOW-VALUES.
001310
001850     PERFORM 8000-TERMINATE
001860     STOP RUN.
001870
001880*> The mask card is read first, so a refused run opens
001881*> nothing; the request card next - it names the input, so
001882*> the live log only opens when the request is against it.
001884 1000-INITIALIZE.
001888     PERFORM 1200-READ-MASK-PARM THRU
001889             1200-READ-MASK-PARM-EXIT
001890     PERFORM 1100-READ-REQUEST-CARD THRU
001892             1100-READ-REQUEST-CARD-EXIT
001894     IF ARCHIVE-INPUT-SELECTED
001918             STOP RUN
001920         END-IF
001930     END-IF
001950     OPEN OUTPUT HISTORY-REPORT.
002000
002010*> The request card is optional - a missing or blank card
002020*> leaves the limits wide open so the whole log reports.
002240
002250*> The mask parameter card is optional - a missing or blank
002260*> card leaves MASK-SSN-ON-OUTPUT (the safer setting) in
002270*> effect.  A card that turns masking off without naming a
002270*> requester refuses the run before anything is opened.
002280 1200-READ-MASK-PARM.
002290     OPEN INPUT MASK-PARM
002300     IF WS-MASK-FILE-NOT-FOUND
002350             SET END-OF-MASK-CARD TO TRUE
002360     END-READ
002370     IF NOT END-OF-MASK-CARD
002380         IF MP-MASK-OPTION = "N"
002390             MOVE "N" TO WS-MASK-SW
002390             MOVE MP-REQUESTER-ID TO WS-REQUESTER-ID
002400         END-IF
002410     END-IF
002420     CLOSE MASK-PARM
002420     IF NOT MASK-SSN-ON-OUTPUT AND WS-REQUESTER-ID = SPACES
002420         DISPLAY "MASKPARM SHOWS FULL SSNS WITH NO REQUESTER ID"
002420             " - RUN REFUSED"
002420         MOVE 8 TO RETURN-CODE
002420         STOP RUN
002420     END-IF.
002430 1200-READ-MASK-PARM-EXIT.
002440     EXIT.
002450
003290     MOVE SW-SSN-KEY TO WS-SSN-IN
003300     PERFORM 5000-FORMAT-SSN-DISPLAY
003310     MOVE WS-SSN-OUT TO WH-SSN
003311     IF NOT MASK-SSN-ON-OUTPUT
003312         ADD 1 TO WS-HISTRPT-SSNS-SHOWN
003313     END-IF
003320     WRITE HISTORY-REPORT-RECORD FROM WS-BLANK-LINE
003330     WRITE HISTORY-REPORT-RECORD FROM WS-SECTION-HEADER.
003340
003350*> An SSN correction carries the SSN itself in the old and
003360*> new values - those get the same masking the key does, so
003370*> a masked copy of this report never shows a full SSN,
003375*> and an unmasked copy counts each one it does show.
003380 4400-WRITE-DETAIL-LINE.
003390     MOVE SPACES         TO WS-DETAIL-LINE
003400     MOVE SW-DATE        TO WD-DATE
003550     ELSE
003560         MOVE SW-OLD-VALUE TO WD-OLD-VALUE
003570         MOVE SW-NEW-VALUE TO WD-NEW-VALUE
003571         IF SW-FIELD-NAME = "SSN"
003572             IF SW-OLD-VALUE NOT = SPACES
003573                 ADD 1 TO WS-HISTRPT-SSNS-SHOWN
003574             END-IF
003575             IF SW-NEW-VALUE NOT = SPACES
003576                 ADD 1 TO WS-HISTRPT-SSNS-SHOWN
003577             END-IF
003578         END-IF
003580     END-IF
003590     WRITE HISTORY-REPORT-RECORD FROM WS-DETAIL-LINE
003600     ADD 1 TO WS-SECTION-CHANGES.
003852     END-IF
003860     CLOSE HISTORY-REPORT
003870     DISPLAY "AUDIT RECORDS READ:     " WS-AUDIT-READ
003880     DISPLAY "CHANGES SELECTED:       " WS-CHANGES-SELECTED
003885     PERFORM 8500-WRITE-DISCLOSURE-LOG THRU
003886             8500-WRITE-DISCLOSURE-LOG-EXIT.
003890
003900*> A run with masking off leaves a disclosure record on the
003910*> PIIDISCL log for the PII access report, with how many
003920*> SSNs the history report showed in full.  The first
003930*> disclosure ever creates the log.
003950 8500-WRITE-DISCLOSURE-LOG.
003960     IF MASK-SSN-ON-OUTPUT
003970         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
003980     END-IF
003990     OPEN EXTEND PII-DISCLOSURES
004000     IF WS-DISC-FILE-NOT-FOUND
004010         OPEN OUTPUT PII-DISCLOSURES
004020         CLOSE PII-DISCLOSURES
004030         OPEN EXTEND PII-DISCLOSURES
004040     END-IF
004050     IF NOT WS-DISC-OPEN-OK
004060         DISPLAY "PII DISCLOSURE LOG OPEN FAILED - STATUS "
004070             WS-DISC-FILE-STATUS
004080         MOVE 8 TO RETURN-CODE
004090         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
004100     END-IF
004110     MOVE SPACES              TO PII-DISCLOSURE-RECORD
004120     MOVE "AUDITHISTORY"      TO PD-PROGRAM-NAME
004130     ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD
004140     ACCEPT PD-RUN-TIME FROM TIME
004150     MOVE WS-REQUESTER-ID     TO PD-REQUESTER-ID
004160     MOVE "HISTRPT"           TO PD-REPORT-NAME
004170     MOVE WS-HISTRPT-SSNS-SHOWN TO PD-SSNS-SHOWN
004180     WRITE PII-DISCLOSURE-RECORD
004190     CLOSE PII-DISCLOSURES
004200     DISPLAY "FULL SSNS SHOWN FOR:    " WS-REQUESTER-ID
004210     DISPLAY "  ON HISTORY REPORT:    " WS-HISTRPT-SSNS-SHOWN.
004220 8500-WRITE-DISCLOSURE-LOG-EXIT.
004230     EXIT.
