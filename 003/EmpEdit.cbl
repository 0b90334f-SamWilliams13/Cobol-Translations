000130* process, and writes each failing field to an edit        *
000140* report with its own reason so the submitting department  *
000150* can fix and resubmit before the update window.           *
000152*                                                          *
000154* Pending cards the release step has found due tonight     *
000156* arrive on EMPRLSE and are edited first, ahead of the     *
000158* day's deck, so a same-day card keyed on top of one       *
000159* released tonight is applied after it.                    *
000159*                                                          *
000159* An ADD or a REHIRE must land in an authorized position   *
000159* on the POSITION-TABLE for its department and job; the    *
000159* filled count starts from the active employees on         *
000159* EMPLOYEE-MASTER and takes each such card that passes, so *
000159* a card that goes past the budgeted headcount passes with *
000159* a warning line on the edit report.                       *
000160*                                                          *
000170* MODIFICATION HISTORY                                    *
000180* 2026-08-22 TJM  Original front-end transaction edit.     *
000198*                 edited like the hire date, and new       *
000198*                 department/job codes on the card go      *
000198*                 through the reference-table edits.       *
000199* 2026-10-14 TJM  Pending cards released for tonight are   *
000199*                 read from EMPRLSE ahead of the EMPTRAN   *
000199*                 deck and edited the same way.            *
000199* 2026-10-14 TJM  Full SSNs need a requester ID on the     *
000199*                 MASKPARM card - an unmasked run without  *
000199*                 one is refused - and an unmasked run     *
000199*                 appends a disclosure record to PIIDISCL  *
000199*                 with the requester and the count of SSNs *
000199*                 the edit report showed in full.          *
000199* 2026-10-14 TJM  ADD and REHIRE cards are edited against  *
000199*                 the new POSITION-TABLE: no authorized    *
000199*                 position for the department and job, or  *
000199*                 a closed one, fails the card; one that   *
000199*                 takes the position past its budgeted     *
000199*                 headcount passes with a warning line on  *
000199*                 the edit report.  A TERMINATION that     *
000199*                 passes frees the employee's place, so a  *
000199*                 same-night replacement is not warned.    *
000199*                 An ADD or REHIRE left with a blank       *
000199*                 department or job has no position and    *
000199*                 fails with the same reason.              *
000190*----------------------------------------------------------*
000200
000210 ENVIRONMENT DIVISION.
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS   IS WS-TRANS-FILE-STATUS.
000270
000272     SELECT RELEASED-TRANSACTIONS ASSIGN TO "EMPRLSE"
000274         ORGANIZATION IS LINE SEQUENTIAL
000276         FILE STATUS   IS WS-RLSE-FILE-STATUS.
000278
000280     SELECT VALIDATED-TRANSACTIONS ASSIGN TO "EMPVALID"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300
000340     SELECT MASK-PARM ASSIGN TO "MASKPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS   IS WS-MASK-FILE-STATUS.
000361
000361     SELECT PII-DISCLOSURES ASSIGN TO "PIIDISCL"
000361         ORGANIZATION IS LINE SEQUENTIAL
000361         FILE STATUS   IS WS-DISC-FILE-STATUS.
000362
000364     SELECT DEPT-TABLE ASSIGN TO "DEPTTBL"
000365         ORGANIZATION IS INDEXED
000372         ACCESS MODE IS RANDOM
000373         RECORD KEY IS JB-JOB-CODE
000374         FILE STATUS IS WS-JOB-FILE-STATUS.
000374
000374     SELECT POSITION-TABLE ASSIGN TO "POSTBL"
000374         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS SEQUENTIAL
000374         RECORD KEY IS PS-POSITION-KEY
000374         FILE STATUS IS WS-POS-FILE-STATUS.
000374
000374     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000374         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS EM-SSN-KEY
000374         ALTERNATE RECORD KEY IS EM-LNAME
000374             WITH DUPLICATES
000374         FILE STATUS IS WS-MASTER-FILE-STATUS.
000375
000380 DATA DIVISION.
000390 FILE SECTION.
000410     RECORD CONTAINS 110 CHARACTERS.
000420     COPY EMPTRAN.
000430
000432*> Cards the pending-transaction release found due tonight,
000434*> in EMPTRAN format.
000436 FD  RELEASED-TRANSACTIONS
000437     RECORD CONTAINS 110 CHARACTERS.
000438 01  RELEASED-TRANSACTION-RECORD     PIC X(110).
000439
000440 FD  VALIDATED-TRANSACTIONS
000450     RECORD CONTAINS 110 CHARACTERS.
000460 01  VALIDATED-TRANSACTION-RECORD    PIC X(110).
000490     RECORD CONTAINS 80 CHARACTERS.
000500 01  EDIT-REPORT-RECORD              PIC X(80).
000510
000520*> Parameter card: "Y" masks SSN on the edit report, "N"
000530*> shows it in full for the requester named on the card.
000540*> A missing or blank card defaults to masked, the same as
000545*> ComplexData's MASKPARM.
000550 FD  MASK-PARM
000560     RECORD CONTAINS 20 CHARACTERS.
000570     COPY MASKPARM.
000571
000571 FD  PII-DISCLOSURES
000571     RECORD CONTAINS 60 CHARACTERS.
000571     COPY PIIDISC.
000572
000574 FD  DEPT-TABLE
000575     RECORD CONTAINS 40 CHARACTERS.
000578 FD  JOB-TABLE
000579     RECORD CONTAINS 40 CHARACTERS.
000580     COPY JOBREC.
000580
000580 FD  POSITION-TABLE
000580     RECORD CONTAINS 40 CHARACTERS.
000580     COPY POSREC.
000580
000580 FD  EMPLOYEE-MASTER
000580     RECORD CONTAINS 100 CHARACTERS.
000580     COPY EMPREC.
000581
000590 WORKING-STORAGE SECTION.
000600 01  WS-TRANS-FILE-STATUS        PIC X(02)    VALUE "00".
000610     88  WS-TRANS-OPEN-OK            VALUE "00".
000612
000614*> No EMPRLSE at all (status 35) means no release ran - the
000616*> day's deck is edited alone.
000618 01  WS-RLSE-FILE-STATUS         PIC X(02)    VALUE "00".
000619     88  WS-RLSE-OPEN-OK             VALUE "00".
000619     88  WS-RLSE-FILE-NOT-FOUND      VALUE "35".
000620
000630 01  WS-MASK-FILE-STATUS         PIC X(02)    VALUE "00".
000640     88  WS-MASK-FILE-NOT-FOUND      VALUE "35".
000641
000641 01  WS-DISC-FILE-STATUS         PIC X(02)    VALUE "00".
000641     88  WS-DISC-OPEN-OK             VALUE "00".
000641     88  WS-DISC-FILE-NOT-FOUND      VALUE "35".
000642
000644 01  WS-DEPT-FILE-STATUS         PIC X(02)    VALUE "00".
000645     88  WS-DEPT-OPEN-OK             VALUE "00".
000646
000647 01  WS-JOB-FILE-STATUS          PIC X(02)    VALUE "00".
000648     88  WS-JOB-OPEN-OK              VALUE "00".
000648
000648 01  WS-POS-FILE-STATUS          PIC X(02)    VALUE "00".
000648     88  WS-POS-OPEN-OK              VALUE "00".
000648
000648 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
000648     88  WS-MASTER-OPEN-OK           VALUE "00".
000650
000660 01  WS-SWITCHES.
000670     05  WS-END-OF-TRANS-SW      PIC X(01)    VALUE "N".
000720         88  END-OF-MASK-CARD        VALUE "Y".
000730     05  WS-STATE-FOUND-SW       PIC X(01)    VALUE "N".
000740         88  STATE-CODE-IS-VALID     VALUE "Y".
000745     05  WS-RELEASED-SW          PIC X(01)    VALUE "N".
000746         88  READING-RELEASED-CARDS  VALUE "Y".
000747     05  WS-END-OF-POS-SW        PIC X(01)    VALUE "N".
000748         88  END-OF-POSITIONS        VALUE "Y".
000749     05  WS-END-OF-MASTER-SW     PIC X(01)    VALUE "N".
000749         88  END-OF-MASTER           VALUE "Y".
000750
000760 01  WS-COUNTERS.
000770     05  WS-TRANS-READ           PIC 9(07)    VALUE 0.
000775     05  WS-RELEASED-READ        PIC 9(07)    VALUE 0.
000780     05  WS-TRANS-PASSED         PIC 9(07)    VALUE 0.
000790     05  WS-TRANS-FAILED         PIC 9(07)    VALUE 0.
000800     05  WS-ERRORS-WRITTEN       PIC 9(07)    VALUE 0.
000805     05  WS-EDRPT-SSNS-SHOWN     PIC 9(07)    VALUE 0.
000805     05  WS-WARNINGS-WRITTEN     PIC 9(07)    VALUE 0.
000806
000807*> Who the run shows full SSNs for, off the MASKPARM card.
000808 01  WS-REQUESTER-ID             PIC X(08)    VALUE SPACES.
000810
000820 01  WS-FIELD-ERRORS             PIC 9(02)    VALUE 0.
000821
000822*> The authorized positions, loaded whole at the start.
000823*> WP-FILLED starts as the active employees on the master
000824*> in that department and job and takes every ADD and
000825*> REHIRE that passes tonight.
000826 01  WS-POSITION-LIST.
000827     05  WS-POS-COUNT            PIC 9(04)    VALUE 0.
000828     05  WS-POS-ENTRY OCCURS 2000 TIMES.
000829         10  WP-POSITION-KEY     PIC X(08).
000829         10  WP-AUTHORIZED       PIC 9(04).
000829         10  WP-STATUS           PIC X(01).
000829         10  WP-FILLED           PIC 9(05).
000829 01  WS-POS-SUB                  PIC 9(04)    VALUE 0.
000829 01  WS-POS-SLOT                 PIC 9(04)    VALUE 0.
000829 01  WS-LOOKUP-POSITION.
000829     05  WS-LOOKUP-DEPT          PIC X(04)    VALUE SPACES.
000829     05  WS-LOOKUP-JOB           PIC X(04)    VALUE SPACES.
000830
000840*> Digit scan work area - 6000-COUNT-DIGITS counts the
000850*> digits in WS-SCAN-FIELD, for the name and city edits
001320     STOP RUN.
001330
001340 1000-INITIALIZE.
001345     PERFORM 1100-READ-MASK-PARM THRU
001346             1100-READ-MASK-PARM-EXIT
001350     OPEN INPUT  EMPLOYEE-TRANSACTIONS
001360     IF NOT WS-TRANS-OPEN-OK
001370         DISPLAY "EMPLOYEE TRANSACTIONS OPEN FAILED - STATUS "
001431             WS-JOB-FILE-STATUS
001432         STOP RUN
001433     END-IF
001434     PERFORM 1300-LOAD-POSITION-TABLE THRU
001435             1300-LOAD-POSITION-TABLE-EXIT
001436     PERFORM 1400-COUNT-FILLED-POSITIONS THRU
001437             1400-COUNT-FILLED-POSITIONS-EXIT
001445     PERFORM 1200-OPEN-RELEASED-CARDS
001450     PERFORM 2100-READ-TRANSACTION-RECORD.
001460
001470*> The mask parameter card is optional - a missing or blank
001480*> card leaves MASK-SSN-ON-OUTPUT (the safer setting) in
001490*> effect.  A card that turns masking off without naming a
001491*> requester refuses the run before anything is opened.
001500 1100-READ-MASK-PARM.
001510     OPEN INPUT MASK-PARM
001520     IF WS-MASK-FILE-NOT-FOUND
001570             SET END-OF-MASK-CARD TO TRUE
001580     END-READ
001590     IF NOT END-OF-MASK-CARD
001600         IF MP-MASK-OPTION = "N"
001610             MOVE "N" TO WS-MASK-SW
001615             MOVE MP-REQUESTER-ID TO WS-REQUESTER-ID
001620         END-IF
001630     END-IF
001640     CLOSE MASK-PARM
001641     IF NOT MASK-SSN-ON-OUTPUT AND WS-REQUESTER-ID = SPACES
001642         DISPLAY "MASKPARM SHOWS FULL SSNS WITH NO REQUESTER ID"
001643             " - RUN REFUSED"
001644         MOVE 8 TO RETURN-CODE
001645         STOP RUN
001646     END-IF.
001650 1100-READ-MASK-PARM-EXIT.
001660     EXIT.
001661
001662 1200-OPEN-RELEASED-CARDS.
001663     OPEN INPUT RELEASED-TRANSACTIONS
001664     EVALUATE TRUE
001665         WHEN WS-RLSE-OPEN-OK
001666             SET READING-RELEASED-CARDS TO TRUE
001667         WHEN WS-RLSE-FILE-NOT-FOUND
001668             DISPLAY "NO RELEASED PENDING CARDS - EMPRLSE "
001669                 "NOT FOUND"
001670         WHEN OTHER
001671             DISPLAY "RELEASED TRANSACTIONS OPEN FAILED - STATUS "
001672                 WS-RLSE-FILE-STATUS
001673             STOP RUN
001674     END-EVALUATE.
001675
001676*> The whole POSITION-TABLE comes into core in key order.
001677 1300-LOAD-POSITION-TABLE.
001678     OPEN INPUT POSITION-TABLE
001679     IF NOT WS-POS-OPEN-OK
001680         DISPLAY "POSITION TABLE OPEN FAILED - STATUS "
001681             WS-POS-FILE-STATUS
001682         STOP RUN
001683     END-IF
001684     PERFORM 1310-READ-POSITION-RECORD
001685     PERFORM 1320-STORE-POSITION THRU
001686             1320-STORE-POSITION-EXIT
001687         UNTIL END-OF-POSITIONS
001688     CLOSE POSITION-TABLE.
001689 1300-LOAD-POSITION-TABLE-EXIT.
001690     EXIT.
001691
001692 1310-READ-POSITION-RECORD.
001693     READ POSITION-TABLE NEXT RECORD
001694         AT END
001695             SET END-OF-POSITIONS TO TRUE
001696     END-READ.
001697
001698 1320-STORE-POSITION.
001699     IF WS-POS-COUNT = 2000
001699         DISPLAY "POSITION TABLE FULL - RAISE THE TABLE"
001699         STOP RUN
001699     END-IF
001699     ADD 1 TO WS-POS-COUNT
001699     MOVE PS-POSITION-KEY TO WP-POSITION-KEY (WS-POS-COUNT)
001699     MOVE PS-AUTHORIZED   TO WP-AUTHORIZED   (WS-POS-COUNT)
001699     MOVE PS-STATUS       TO WP-STATUS       (WS-POS-COUNT)
001699     MOVE 0               TO WP-FILLED       (WS-POS-COUNT)
001699     PERFORM 1310-READ-POSITION-RECORD.
001699 1320-STORE-POSITION-EXIT.
001699     EXIT.
001699
001699*> One pass of the master counts the active employees into
001699*> their positions.  The master stays open for the rehire
001699*> lookups - a rehire that names no department or job goes
001699*> back to the ones the employee left with.
001699 1400-COUNT-FILLED-POSITIONS.
001699     OPEN INPUT EMPLOYEE-MASTER
001699     IF NOT WS-MASTER-OPEN-OK
001699         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
001699             WS-MASTER-FILE-STATUS
001699         STOP RUN
001699     END-IF
001699     PERFORM 1410-READ-MASTER-RECORD
001699     PERFORM 1420-COUNT-ONE-EMPLOYEE THRU
001699             1420-COUNT-ONE-EMPLOYEE-EXIT
001699         UNTIL END-OF-MASTER.
001699 1400-COUNT-FILLED-POSITIONS-EXIT.
001699     EXIT.
001699
001699 1410-READ-MASTER-RECORD.
001699     READ EMPLOYEE-MASTER NEXT RECORD
001699         AT END
001699             SET END-OF-MASTER TO TRUE
001699     END-READ.
001699
001699 1420-COUNT-ONE-EMPLOYEE.
001699     IF EM-IS-ACTIVE
001699         MOVE EM-DEPT-CODE TO WS-LOOKUP-DEPT
001699         MOVE EM-JOB-CODE  TO WS-LOOKUP-JOB
001699         PERFORM 2596-FIND-POSITION THRU
001699                 2596-FIND-POSITION-EXIT
001699         IF WS-POS-SLOT > 0
001699             ADD 1 TO WP-FILLED (WS-POS-SLOT)
001699         END-IF
001699     END-IF
001699     PERFORM 1410-READ-MASTER-RECORD.
001699 1420-COUNT-ONE-EMPLOYEE-EXIT.
001699     EXIT.
001670
001680*> Every edit that fails writes its own report line, so one
001690*> bad transaction can surface several reasons at once and
001760     PERFORM 2400-EDIT-NAME-FIELDS
001770     PERFORM 2500-EDIT-ADDRESS-FIELDS
001775     PERFORM 2550-EDIT-EMPLOYMENT-FIELDS
001776     PERFORM 2590-EDIT-POSITION THRU
001777             2590-EDIT-POSITION-EXIT
001780     IF WS-FIELD-ERRORS = 0
001790         ADD 1 TO WS-TRANS-PASSED
001800         MOVE EMPLOYEE-TRANSACTION-RECORD
001810             TO VALIDATED-TRANSACTION-RECORD
001820         WRITE VALIDATED-TRANSACTION-RECORD
001825         IF WS-POS-SLOT > 0
001826             PERFORM 2598-COUNT-POSITION-FILL
001827         END-IF
001828         IF ET-IS-TERMINATION
001828             PERFORM 2599-RELEASE-POSITION THRU
001828                     2599-RELEASE-POSITION-EXIT
001828         END-IF
001830     ELSE
001840         ADD 1 TO WS-TRANS-FAILED
001850     END-IF
001870 2000-EDIT-TRANSACTIONS-EXIT.
001880     EXIT.
001890
001895*> Released pending cards first; once they run out, the
001897*> day's deck.
001900 2100-READ-TRANSACTION-RECORD.
001902     IF READING-RELEASED-CARDS
001904         PERFORM 2150-READ-RELEASED-CARD
001906     END-IF
001908     IF NOT READING-RELEASED-CARDS
001910         READ EMPLOYEE-TRANSACTIONS
001920             AT END
001930                 SET END-OF-TRANSACTIONS TO TRUE
001940         END-READ
001945     END-IF.
001946
001947 2150-READ-RELEASED-CARD.
001948     READ RELEASED-TRANSACTIONS
001949         INTO EMPLOYEE-TRANSACTION-RECORD
001950         AT END
001951             MOVE "N" TO WS-RELEASED-SW
001952             CLOSE RELEASED-TRANSACTIONS
001953         NOT AT END
001954             ADD 1 TO WS-RELEASED-READ
001955     END-READ.
001950
001960 2200-EDIT-TRANS-CODE.
001965     IF ET-IS-DELETE
003246         MOVE "N" TO WS-DATE-VALID-SW
003247     END-IF.
003248
003248*> An ADD or a REHIRE fills a position: the department and
003248*> job on the card - or, on a rehire that leaves either
003248*> blank, the one the employee left with - must have an
003248*> authorized position still open to new hires.  Every
003248*> position carries both codes, so a card left with no
003248*> department or no job to go on has no position and
003248*> fails.  A rehire of an employee the master shows
003248*> active is left for the master update to refuse.  The
003248*> filled count comes down for a termination only as its
003248*> card is edited, so a termination keyed after the ADD
003248*> in the deck still shows the over-headcount warning.
003248 2590-EDIT-POSITION.
003248     MOVE 0 TO WS-POS-SLOT
003248     IF NOT ET-IS-ADD AND NOT ET-IS-REHIRE
003248         GO TO 2590-EDIT-POSITION-EXIT
003248     END-IF
003248     MOVE ET-DEPT-CODE TO WS-LOOKUP-DEPT
003248     MOVE ET-JOB-CODE  TO WS-LOOKUP-JOB
003248     IF ET-IS-REHIRE
003248         MOVE ET-SSN-KEY TO EM-SSN-KEY
003248         READ EMPLOYEE-MASTER
003248             KEY IS EM-SSN-KEY
003248             INVALID KEY
003248                 CONTINUE
003248             NOT INVALID KEY
003248                 IF EM-IS-ACTIVE
003248                     GO TO 2590-EDIT-POSITION-EXIT
003248                 END-IF
003248                 IF ET-DEPT-CODE = SPACES
003248                     MOVE EM-DEPT-CODE TO WS-LOOKUP-DEPT
003248                 END-IF
003248                 IF ET-JOB-CODE = SPACES
003248                     MOVE EM-JOB-CODE  TO WS-LOOKUP-JOB
003248                 END-IF
003248         END-READ
003248     END-IF
003248     PERFORM 2596-FIND-POSITION THRU
003248             2596-FIND-POSITION-EXIT
003248     IF WS-POS-SLOT = 0
003248         MOVE "POSITION"  TO WE-FIELD-NAME
003248         MOVE "NO AUTHORIZED POSITION FOR DEPT AND JOB"
003248             TO WE-REASON
003248         PERFORM 2700-WRITE-EDIT-RECORD
003248         GO TO 2590-EDIT-POSITION-EXIT
003248     END-IF
003248     IF WP-STATUS (WS-POS-SLOT) = "C"
003248         MOVE 0 TO WS-POS-SLOT
003248         MOVE "POSITION"  TO WE-FIELD-NAME
003248         MOVE "POSITION IS CLOSED TO NEW ASSIGNMENT"
003248             TO WE-REASON
003248         PERFORM 2700-WRITE-EDIT-RECORD
003248     END-IF.
003248 2590-EDIT-POSITION-EXIT.
003248     EXIT.
003248
003248*> Serial search of the position list for the department
003248*> and job in WS-LOOKUP-POSITION, leaving the entry number
003248*> in WS-POS-SLOT - zero when there is none.
003248 2596-FIND-POSITION.
003248     MOVE 0 TO WS-POS-SLOT
003248     MOVE 1 TO WS-POS-SUB
003248     PERFORM 2597-MATCH-POSITION THRU
003248             2597-MATCH-POSITION-EXIT
003248         UNTIL WS-POS-SLOT > 0 OR
003248               WS-POS-SUB > WS-POS-COUNT.
003248 2596-FIND-POSITION-EXIT.
003248     EXIT.
003248
003248 2597-MATCH-POSITION.
003248     IF WP-POSITION-KEY (WS-POS-SUB) = WS-LOOKUP-POSITION
003248         MOVE WS-POS-SUB TO WS-POS-SLOT
003248     END-IF
003248     ADD 1 TO WS-POS-SUB.
003248 2597-MATCH-POSITION-EXIT.
003248     EXIT.
003248
003248*> A card that passed takes its place in the position.  One
003248*> that takes it past the budgeted headcount still passes -
003248*> the hire is HR's call - but the edit report says so.
003248 2598-COUNT-POSITION-FILL.
003248     ADD 1 TO WP-FILLED (WS-POS-SLOT)
003248     IF WP-FILLED (WS-POS-SLOT) > WP-AUTHORIZED (WS-POS-SLOT)
003248         MOVE "POSITION"  TO WE-FIELD-NAME
003248         MOVE "WARNING - OVER AUTHORIZED HEADCOUNT"
003248             TO WE-REASON
003248         PERFORM 2750-WRITE-WARNING-RECORD
003248     END-IF.
003248
003248*> A termination that passed frees the place its employee
003248*> held, so a leaver replaced in the same deck does not
003248*> leave the position looking over-filled.  The master
003248*> shows where the employee sits; one already terminated
003248*> there holds no place to free.
003248 2599-RELEASE-POSITION.
003248     MOVE ET-SSN-KEY TO EM-SSN-KEY
003248     READ EMPLOYEE-MASTER
003248         KEY IS EM-SSN-KEY
003248         INVALID KEY
003248             GO TO 2599-RELEASE-POSITION-EXIT
003248     END-READ
003248     IF NOT EM-IS-ACTIVE
003248         GO TO 2599-RELEASE-POSITION-EXIT
003248     END-IF
003248     MOVE EM-DEPT-CODE TO WS-LOOKUP-DEPT
003248     MOVE EM-JOB-CODE  TO WS-LOOKUP-JOB
003248     PERFORM 2596-FIND-POSITION THRU
003248             2596-FIND-POSITION-EXIT
003248     IF WS-POS-SLOT > 0 AND WP-FILLED (WS-POS-SLOT) > 0
003248         SUBTRACT 1 FROM WP-FILLED (WS-POS-SLOT)
003248     END-IF.
003248 2599-RELEASE-POSITION-EXIT.
003248     EXIT.
003248
003249*> One report line per failing field - the caller fills
003210*> WE-FIELD-NAME and WE-REASON before the PERFORM.
003220 2700-WRITE-EDIT-RECORD.
003230     ADD 1 TO WS-FIELD-ERRORS
003240     ADD 1 TO WS-ERRORS-WRITTEN
003245     PERFORM 2710-WRITE-EDIT-LINE.
003246
003247*> A warning goes on the report the same way but does not
003247*> fail the transaction.
003247 2750-WRITE-WARNING-RECORD.
003247     ADD 1 TO WS-WARNINGS-WRITTEN
003247     PERFORM 2710-WRITE-EDIT-LINE.
003247
003248 2710-WRITE-EDIT-LINE.
003250     MOVE ET-TRANS-CODE    TO WE-TRANS-CODE
003260     MOVE ET-SSN-KEY       TO WS-SSN-IN
003270     PERFORM 2800-FORMAT-SSN-DISPLAY
003280     MOVE WS-SSN-OUT       TO WE-SSN-KEY
003281     IF NOT MASK-SSN-ON-OUTPUT
003282         ADD 1 TO WS-EDRPT-SSNS-SHOWN
003283     END-IF
003290     WRITE EDIT-REPORT-RECORD FROM WS-EDIT-LINE.
003300
003310*> Builds WS-SSN-OUT from WS-SSN-IN - "XXX-XX-nnnn" when
003540     CLOSE EDIT-REPORT
003542     CLOSE DEPT-TABLE
003544     CLOSE JOB-TABLE
003546     CLOSE EMPLOYEE-MASTER
003550     DISPLAY "TRANSACTIONS READ:      " WS-TRANS-READ
003555     DISPLAY "  RELEASED PENDING:     " WS-RELEASED-READ
003560     DISPLAY "TRANSACTIONS PASSED:    " WS-TRANS-PASSED
003570     DISPLAY "TRANSACTIONS FAILED:    " WS-TRANS-FAILED
003580     DISPLAY "EDIT ERRORS WRITTEN:    " WS-ERRORS-WRITTEN
003582     DISPLAY "POSITION WARNINGS:      " WS-WARNINGS-WRITTEN
003585     PERFORM 8500-WRITE-DISCLOSURE-LOG THRU
003586             8500-WRITE-DISCLOSURE-LOG-EXIT.
003590
003600*> A run with masking off leaves a disclosure record on the
003610*> PIIDISCL log for the PII access report - the edit report
003620*> and how many SSNs it showed in full.  The first
003630*> disclosure ever creates the log.
003640 8500-WRITE-DISCLOSURE-LOG.
003650     IF MASK-SSN-ON-OUTPUT
003660         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
003670     END-IF
003680     OPEN EXTEND PII-DISCLOSURES
003690     IF WS-DISC-FILE-NOT-FOUND
003700         OPEN OUTPUT PII-DISCLOSURES
003710         CLOSE PII-DISCLOSURES
003720         OPEN EXTEND PII-DISCLOSURES
003730     END-IF
003740     IF NOT WS-DISC-OPEN-OK
003750         DISPLAY "PII DISCLOSURE LOG OPEN FAILED - STATUS "
003760             WS-DISC-FILE-STATUS
003770         MOVE 8 TO RETURN-CODE
003780         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
003790     END-IF
003800     MOVE SPACES              TO PII-DISCLOSURE-RECORD
003810     MOVE "EMPEDIT"           TO PD-PROGRAM-NAME
003820     ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD
003830     ACCEPT PD-RUN-TIME FROM TIME
003840     MOVE WS-REQUESTER-ID     TO PD-REQUESTER-ID
003850     MOVE "EMPEDRPT"          TO PD-REPORT-NAME
003860     MOVE WS-EDRPT-SSNS-SHOWN TO PD-SSNS-SHOWN
003870     WRITE PII-DISCLOSURE-RECORD
003880     CLOSE PII-DISCLOSURES
003890     DISPLAY "FULL SSNS SHOWN FOR:    " WS-REQUESTER-ID
003900     DISPLAY "  ON EDIT REPORT:       " WS-EDRPT-SSNS-SHOWN.
003910 8500-WRITE-DISCLOSURE-LOG-EXIT.
003920     EXIT.
