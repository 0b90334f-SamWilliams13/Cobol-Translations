000171*                 department/job/pay-type values off the    *
000171*                 same card, and logs every flip to         *
000171*                 EMPLOYEE-AUDIT-LOG at the field level.    *
000172* 2026-10-14 TJM  Counts the master, active and terminated, *
000172*                 before the first transaction and after    *
000172*                 the last, and appends a master-statistics *
000172*                 record to MSTSTATS with the adds,         *
000172*                 terminations and rehires applied, for the *
000172*                 balance-forward proof.  The master is     *
000172*                 opened DYNAMIC so it can be walked.       *
000172* 2026-10-14 TJM  Full SSNs need a requester ID on the      *
000172*                 MASKPARM card - an unmasked run without   *
000172*                 one is refused - and an unmasked run      *
000172*                 appends disclosure records to PIIDISCL    *
000172*                 with the requester and the count of SSNs  *
000172*                 shown in full on the rejects and on the   *
000172*                 confirmation lines.                       *
000170*----------------------------------------------------------*
000170
000180 ENVIRONMENT DIVISION.
000230
000240     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS EM-SSN-KEY
000270         ALTERNATE RECORD KEY IS EM-LNAME
000270             WITH DUPLICATES
000315     SELECT MASK-PARM ASSIGN TO "MASKPARM"
000316         ORGANIZATION IS LINE SEQUENTIAL
000317         FILE STATUS   IS WS-MASK-FILE-STATUS.
000317
000317     SELECT PII-DISCLOSURES ASSIGN TO "PIIDISCL"
000317         ORGANIZATION IS LINE SEQUENTIAL
000317         FILE STATUS   IS WS-DISC-FILE-STATUS.
000318
000319     SELECT CONTROL-TOTALS ASSIGN TO "CDCTLTOT"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000321
000322     SELECT MASTER-STATISTICS ASSIGN TO "MSTSTATS"
000323         ORGANIZATION IS LINE SEQUENTIAL
000324         FILE STATUS   IS WS-STAT-FILE-STATUS.
000325
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  EMPLOYEE-TRANSACTIONS
000462     RECORD CONTAINS 80 CHARACTERS.
000463 01  EMPLOYEE-AUDIT-LOG-RECORD   PIC X(80).
000464
000465*> Parameter card: "Y" masks SSN on the rejects and on
000466*> DISPLAY output, "N" shows it in full for the requester
000467*> named on the card.  A missing or blank card defaults to
000468*> masked, which is the safer setting for a file that now
000468*> holds real employee data.
000469 FD  MASK-PARM
000470     RECORD CONTAINS 20 CHARACTERS.
000471     COPY MASKPARM.
000471
000471 FD  PII-DISCLOSURES
000471     RECORD CONTAINS 60 CHARACTERS.
000471     COPY PIIDISC.
000472
000473 FD  CONTROL-TOTALS
000474     RECORD CONTAINS 80 CHARACTERS.
000475     COPY CTLTOTAL.
000476
000477 FD  MASTER-STATISTICS
000478     RECORD CONTAINS 100 CHARACTERS.
000479     COPY MSTSTAT.
000479
000480 WORKING-STORAGE SECTION.
000481 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
000482     88  WS-MASTER-OPEN-OK           VALUE "00".
000482
000483 01  WS-MASK-FILE-STATUS         PIC X(02)    VALUE "00".
000484     88  WS-MASK-FILE-NOT-FOUND      VALUE "35".
000484
000484 01  WS-DISC-FILE-STATUS         PIC X(02)    VALUE "00".
000484     88  WS-DISC-OPEN-OK             VALUE "00".
000484     88  WS-DISC-FILE-NOT-FOUND      VALUE "35".
000485
000486 01  WS-AUDIT-FILE-STATUS        PIC X(02)    VALUE "00".
000487     88  WS-AUDIT-OPEN-OK            VALUE "00".
000488     88  WS-AUDIT-FILE-NOT-FOUND     VALUE "35".
000489
000489 01  WS-STAT-FILE-STATUS         PIC X(02)    VALUE "00".
000489     88  WS-STAT-OPEN-OK             VALUE "00".
000489     88  WS-STAT-FILE-NOT-FOUND      VALUE "35".
000490
000500 01  WS-SWITCHES.
000510     05  WS-END-OF-TRANS-SW      PIC X(01)    VALUE "N".
000555         88  KEY-CHANGE-REJECTED     VALUE "N".
000556     05  WS-END-OF-MASK-SW       PIC X(01)    VALUE "N".
000557         88  END-OF-MASK-CARD        VALUE "Y".
000558     05  WS-END-OF-COUNT-SW      PIC X(01)    VALUE "N".
000559         88  END-OF-COUNT-PASS       VALUE "Y".
000560
000570 01  WS-REJECT-REASON            PIC X(40)    VALUE SPACES.
000580
000632     05  WS-REHIRES-APPLIED      PIC 9(07)    VALUE 0.
000640     05  WS-TRANS-REJECTED       PIC 9(07)    VALUE 0.
000641     05  WS-TOTAL-WRITTEN        PIC 9(07)    VALUE 0.
000641     05  WS-EMPREJ-SSNS-SHOWN    PIC 9(07)    VALUE 0.
000641     05  WS-SYSOUT-SSNS-SHOWN    PIC 9(07)    VALUE 0.
000641
000641*> Who the run shows full SSNs for, off the MASKPARM card.
000641 01  WS-REQUESTER-ID             PIC X(08)    VALUE SPACES.
000642
000643*> Master record counts for the balance-forward proof - the
000644*> counting pass fills the COUNT fields, and the run keeps
000645*> the pass taken before the first transaction as its start.
000646 01  WS-MASTER-COUNTS.
000647     05  WS-COUNT-ACTIVE         PIC 9(07)    VALUE 0.
000648     05  WS-COUNT-TERMINATED     PIC 9(07)    VALUE 0.
000649     05  WS-START-ACTIVE         PIC 9(07)    VALUE 0.
000649     05  WS-START-TERMINATED     PIC 9(07)    VALUE 0.
000650
000660 01  WS-REJECT-LINE.
000670     05  WJ-TRANS-CODE           PIC X(01).
000810     STOP RUN.
000820
000830 1000-INITIALIZE.
000834     PERFORM 1100-READ-MASK-PARM THRU
000835             1100-READ-MASK-PARM-EXIT
000840     OPEN INPUT  EMPLOYEE-TRANSACTIONS
000850     OPEN I-O    EMPLOYEE-MASTER
000851     IF NOT WS-MASTER-OPEN-OK
000853             WS-MASTER-FILE-STATUS
000854         STOP RUN
000855     END-IF
000856     PERFORM 1300-COUNT-MASTER-RECORDS THRU
000857             1300-COUNT-MASTER-RECORDS-EXIT
000858     MOVE WS-COUNT-ACTIVE     TO WS-START-ACTIVE
000859     MOVE WS-COUNT-TERMINATED TO WS-START-TERMINATED
000860     OPEN OUTPUT EMPLOYEE-TRANSACTION-REJECTS
000861     PERFORM 1200-OPEN-AUDIT-LOG THRU
000861             1200-OPEN-AUDIT-LOG-EXIT
000870     PERFORM 2100-READ-TRANSACTION-RECORD.
000880
000881*> The mask parameter card is optional - a missing or blank
000882*> card leaves MASK-SSN-ON-OUTPUT (the safer setting) in
000883*> effect.  A card that turns masking off without naming a
000883*> requester refuses the run before anything is opened.
000884 1100-READ-MASK-PARM.
000885     OPEN INPUT MASK-PARM
000886     IF WS-MASK-FILE-NOT-FOUND
000891             SET END-OF-MASK-CARD TO TRUE
000892     END-READ
000893     IF NOT END-OF-MASK-CARD
000894         IF MP-MASK-OPTION = "N"
000895             MOVE "N" TO WS-MASK-SW
000895             MOVE MP-REQUESTER-ID TO WS-REQUESTER-ID
000896         END-IF
000897     END-IF
000898     CLOSE MASK-PARM
000898     IF NOT MASK-SSN-ON-OUTPUT AND WS-REQUESTER-ID = SPACES
000898         DISPLAY "MASKPARM SHOWS FULL SSNS WITH NO REQUESTER ID"
000898             " - RUN REFUSED"
000898         MOVE 8 TO RETURN-CODE
000898         STOP RUN
000898     END-IF.
000899 1100-READ-MASK-PARM-EXIT.
000900     EXIT.
000899
000899 1200-OPEN-AUDIT-LOG-EXIT.
000899     EXIT.
000899
000899*> One pass of the master in key order, counting active and
000899*> terminated records for the balance-forward proof.  A
000899*> blank status reads as active, as it does everywhere.
000899 1300-COUNT-MASTER-RECORDS.
000899     MOVE 0   TO WS-COUNT-ACTIVE
000899     MOVE 0   TO WS-COUNT-TERMINATED
000899     MOVE "N" TO WS-END-OF-COUNT-SW
000899     MOVE LOW-VALUES TO EM-SSN-KEY
000899     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EM-SSN-KEY
000899         INVALID KEY
000899             GO TO 1300-COUNT-MASTER-RECORDS-EXIT
000899     END-START
000899     PERFORM 1310-READ-NEXT-FOR-COUNT
000899     PERFORM 1320-COUNT-ONE-RECORD THRU
000899             1320-COUNT-ONE-RECORD-EXIT
000899         UNTIL END-OF-COUNT-PASS.
000899 1300-COUNT-MASTER-RECORDS-EXIT.
000899     EXIT.
000899
000899 1310-READ-NEXT-FOR-COUNT.
000899     READ EMPLOYEE-MASTER NEXT RECORD
000899         AT END
000899             SET END-OF-COUNT-PASS TO TRUE
000899     END-READ.
000899
000899 1320-COUNT-ONE-RECORD.
000899     IF EM-IS-TERMINATED
000899         ADD 1 TO WS-COUNT-TERMINATED
000899     ELSE
000899         ADD 1 TO WS-COUNT-ACTIVE
000899     END-IF
000899     PERFORM 1310-READ-NEXT-FOR-COUNT.
000899 1320-COUNT-ONE-RECORD-EXIT.
000899     EXIT.
000899
000890 2000-PROCESS-TRANSACTIONS.
000900     ADD 1 TO WS-TRANS-READ
000910     PERFORM 2200-VALIDATE-TRANSACTION THRU
002041     MOVE ET-SSN-KEY       TO WS-SSN-IN
002042     PERFORM 2800-FORMAT-SSN-DISPLAY
002043     MOVE WS-SSN-OUT       TO WJ-SSN-KEY
002044     IF NOT MASK-SSN-ON-OUTPUT
002045         ADD 1 TO WS-EMPREJ-SSNS-SHOWN
002046     END-IF
002060     MOVE WS-REJECT-REASON TO WJ-REASON
002070     WRITE EMPLOYEE-TRANSACTION-REJECTS-RECORD
002080         FROM WS-REJECT-LINE.
002119     MOVE EM-SSN-KEY TO WS-SSN-IN
002120     PERFORM 2800-FORMAT-SSN-DISPLAY
002121     DISPLAY EM-FNAME ", " EM-LNAME " " WS-CONFIRM-ACTION
002122         ", SSN: " WS-SSN-OUT
002122     IF NOT MASK-SSN-ON-OUTPUT
002122         ADD 1 TO WS-SYSOUT-SSNS-SHOWN
002122     END-IF.
002123
002110 8000-TERMINATE.
002115     PERFORM 1300-COUNT-MASTER-RECORDS THRU
002116             1300-COUNT-MASTER-RECORDS-EXIT
002120     CLOSE EMPLOYEE-TRANSACTIONS
002130     CLOSE EMPLOYEE-MASTER
002140     CLOSE EMPLOYEE-TRANSACTION-REJECTS
002172     DISPLAY "REHIRES APPLIED:        " WS-REHIRES-APPLIED
002180     DISPLAY "TRANSACTIONS REJECTED:  " WS-TRANS-REJECTED
002181     PERFORM 8100-WRITE-CONTROL-TOTALS THRU
002182             8100-WRITE-CONTROL-TOTALS-EXIT
002182     PERFORM 8200-WRITE-MASTER-STATISTICS THRU
002182             8200-WRITE-MASTER-STATISTICS-EXIT
002182     PERFORM 8500-WRITE-DISCLOSURE-LOG THRU
002182             8500-WRITE-DISCLOSURE-LOG-EXIT.
002183
002184*> One control-total record for this run, for a later
002185*> reconciliation run to compare against the reciprocal
002197     CLOSE CONTROL-TOTALS.
002198 8100-WRITE-CONTROL-TOTALS-EXIT.
002199     EXIT.
002199
002199*> One master-statistics record per run, appended to the
002199*> MSTSTATS history the balance-forward proof chains.  The
002199*> first run ever creates the file.
002199 8200-WRITE-MASTER-STATISTICS.
002199     OPEN EXTEND MASTER-STATISTICS
002199     IF WS-STAT-FILE-NOT-FOUND
002199         OPEN OUTPUT MASTER-STATISTICS
002199         CLOSE MASTER-STATISTICS
002199         OPEN EXTEND MASTER-STATISTICS
002199     END-IF
002199     IF NOT WS-STAT-OPEN-OK
002199         DISPLAY "MASTER STATISTICS OPEN FAILED - STATUS "
002199             WS-STAT-FILE-STATUS
002199         GO TO 8200-WRITE-MASTER-STATISTICS-EXIT
002199     END-IF
002199     MOVE SPACES              TO MASTER-STATISTICS-RECORD
002199     MOVE "COMPLEXDATA"       TO MT-JOB-NAME
002199     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD
002199     ACCEPT MT-RUN-TIME FROM TIME
002199     MOVE WS-START-ACTIVE     TO MT-START-ACTIVE
002199     MOVE WS-START-TERMINATED TO MT-START-TERMINATED
002199     MOVE WS-COUNT-ACTIVE     TO MT-END-ACTIVE
002199     MOVE WS-COUNT-TERMINATED TO MT-END-TERMINATED
002199     MOVE WS-ADDS-APPLIED     TO MT-ADDS
002199     MOVE WS-TERMS-APPLIED    TO MT-TERMINATIONS
002199     MOVE WS-REHIRES-APPLIED  TO MT-REHIRES
002199     MOVE 0                   TO MT-PURGES
002199     MOVE 0                   TO MT-BACKUP-COUNT
002199     WRITE MASTER-STATISTICS-RECORD
002199     CLOSE MASTER-STATISTICS
002199     DISPLAY "MASTER ACTIVE/TERMED:   " WS-COUNT-ACTIVE
002199         " / " WS-COUNT-TERMINATED.
002199 8200-WRITE-MASTER-STATISTICS-EXIT.
002199     EXIT.
002199
002199*> A run with masking off leaves a disclosure record on the
002199*> PIIDISCL log for the PII access report - one for the
002199*> rejects and one for the confirmation lines on SYSOUT,
002199*> each with how many SSNs it showed in full.  The first
002199*> disclosure ever creates the log.
002199 8500-WRITE-DISCLOSURE-LOG.
002199     IF MASK-SSN-ON-OUTPUT
002199         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
002199     END-IF
002199     OPEN EXTEND PII-DISCLOSURES
002199     IF WS-DISC-FILE-NOT-FOUND
002199         OPEN OUTPUT PII-DISCLOSURES
002199         CLOSE PII-DISCLOSURES
002199         OPEN EXTEND PII-DISCLOSURES
002199     END-IF
002199     IF NOT WS-DISC-OPEN-OK
002199         DISPLAY "PII DISCLOSURE LOG OPEN FAILED - STATUS "
002199             WS-DISC-FILE-STATUS
002199         MOVE 8 TO RETURN-CODE
002199         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
002199     END-IF
002199     MOVE SPACES              TO PII-DISCLOSURE-RECORD
002199     MOVE "COMPLEXDATA"       TO PD-PROGRAM-NAME
002199     ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD
002199     ACCEPT PD-RUN-TIME FROM TIME
002199     MOVE WS-REQUESTER-ID     TO PD-REQUESTER-ID
002199     MOVE "EMPREJ"            TO PD-REPORT-NAME
002199     MOVE WS-EMPREJ-SSNS-SHOWN TO PD-SSNS-SHOWN
002199     WRITE PII-DISCLOSURE-RECORD
002199     MOVE "SYSOUT"            TO PD-REPORT-NAME
002199     MOVE WS-SYSOUT-SSNS-SHOWN TO PD-SSNS-SHOWN
002199     WRITE PII-DISCLOSURE-RECORD
002199     CLOSE PII-DISCLOSURES
002199     DISPLAY "FULL SSNS SHOWN FOR:    " WS-REQUESTER-ID
002199     DISPLAY "  ON REJECTS:           " WS-EMPREJ-SSNS-SHOWN
002199     DISPLAY "  ON CONFIRMATIONS:     " WS-SYSOUT-SSNS-SHOWN.
002199 8500-WRITE-DISCLOSURE-LOG-EXIT.
002199     EXIT.
