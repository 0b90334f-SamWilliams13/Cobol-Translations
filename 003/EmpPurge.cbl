000226*                 purge error and writes no audit trail.    *
000230* 2026-08-22 TJM  EM-LNAME is now an alternate key on    *
000230*                 the master, for the last-name inquiry. *
000232* 2026-10-14 TJM  Appends a master-statistics record to     *
000234*                 MSTSTATS - active and terminated counts   *
000236*                 as the pass found them and as a second    *
000237*                 pass finds them after the purge, with the *
000238*                 purge count - for the balance-forward     *
000239*                 proof.                                    *
000230*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000370
000380     SELECT EMPLOYEE-AUDIT-LOG ASSIGN TO "EMPAUDIT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000395
000396     SELECT MASTER-STATISTICS ASSIGN TO "MSTSTATS"
000397         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS   IS WS-STAT-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000560 FD  EMPLOYEE-AUDIT-LOG
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  EMPLOYEE-AUDIT-LOG-RECORD   PIC X(80).
000585
000586 FD  MASTER-STATISTICS
000587     RECORD CONTAINS 100 CHARACTERS.
000588     COPY MSTSTAT.
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
000630
000640 01  WS-PARM-FILE-STATUS         PIC X(02)    VALUE "00".
000650     88  WS-PARM-FILE-NOT-FOUND      VALUE "35".
000655
000656 01  WS-STAT-FILE-STATUS         PIC X(02)    VALUE "00".
000657     88  WS-STAT-OPEN-OK             VALUE "00".
000658     88  WS-STAT-FILE-NOT-FOUND      VALUE "35".
000660
000670 01  WS-SWITCHES.
000680     05  WS-END-OF-MASTER-SW     PIC X(01)    VALUE "N".
000690         88  END-OF-MASTER           VALUE "Y".
000700     05  WS-END-OF-PARM-SW       PIC X(01)    VALUE "N".
000710         88  END-OF-PARM-CARD        VALUE "Y".
000712     05  WS-END-OF-COUNT-SW      PIC X(01)    VALUE "N".
000714         88  END-OF-COUNT-PASS       VALUE "Y".
000720
000730 01  WS-CUTOFF-DATE              PIC X(08)    VALUE SPACES.
000740
000770     05  WS-RECORDS-PURGED       PIC 9(07)    VALUE 0.
000780     05  WS-RECORDS-KEPT         PIC 9(07)    VALUE 0.
000782     05  WS-PURGE-ERRORS         PIC 9(07)    VALUE 0.
000784
000785*> Master record counts for the balance-forward proof - the
000786*> purge pass counts the start as it reads, a second pass
000787*> after it counts the end.
000788 01  WS-MASTER-COUNTS.
000789     05  WS-START-ACTIVE         PIC 9(07)    VALUE 0.
000789     05  WS-START-TERMINATED     PIC 9(07)    VALUE 0.
000789     05  WS-END-ACTIVE           PIC 9(07)    VALUE 0.
000789     05  WS-END-TERMINATED       PIC 9(07)    VALUE 0.
000790
000800 01  WS-CURRENT-TIMESTAMP.
000810     05  WS-CURRENT-DATE         PIC 9(08).
001050     PERFORM 2000-PROCESS-MASTER THRU
001060             2000-PROCESS-MASTER-EXIT
001070         UNTIL END-OF-MASTER
001075     PERFORM 3000-COUNT-MASTER-RECORDS THRU
001076             3000-COUNT-MASTER-RECORDS-EXIT
001080     PERFORM 8000-TERMINATE
001090     STOP RUN.
001100
001490*> EmpValidate flags those for repair instead.
001500 2000-PROCESS-MASTER.
001510     ADD 1 TO WS-RECORDS-READ
001512     IF EM-IS-TERMINATED
001514         ADD 1 TO WS-START-TERMINATED
001516     ELSE
001518         ADD 1 TO WS-START-ACTIVE
001519     END-IF
001520     IF EM-IS-TERMINATED AND
001530             EM-TERM-DATE IS NUMERIC AND
001540             EM-TERM-DATE NOT > WS-CUTOFF-DATE
002540     MOVE "D"              TO WA-TRANS-CODE
002550     MOVE EM-SSN-KEY       TO WA-SSN-KEY
002560     WRITE EMPLOYEE-AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
002562
002563*> Second pass, after the purge, counting what is left on
002564*> the master for the balance-forward proof.
002565 3000-COUNT-MASTER-RECORDS.
002566     MOVE LOW-VALUES TO EM-SSN-KEY
002567     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EM-SSN-KEY
002568         INVALID KEY
002569             GO TO 3000-COUNT-MASTER-RECORDS-EXIT
002570     END-START
002571     PERFORM 3100-READ-NEXT-FOR-COUNT
002572     PERFORM 3200-COUNT-ONE-RECORD THRU
002573             3200-COUNT-ONE-RECORD-EXIT
002574         UNTIL END-OF-COUNT-PASS.
002575 3000-COUNT-MASTER-RECORDS-EXIT.
002576     EXIT.
002577
002578 3100-READ-NEXT-FOR-COUNT.
002579     READ EMPLOYEE-MASTER NEXT RECORD
002580         AT END
002581             SET END-OF-COUNT-PASS TO TRUE
002582     END-READ.
002583
002584 3200-COUNT-ONE-RECORD.
002585     IF EM-IS-TERMINATED
002586         ADD 1 TO WS-END-TERMINATED
002587     ELSE
002588         ADD 1 TO WS-END-ACTIVE
002589     END-IF
002590     PERFORM 3100-READ-NEXT-FOR-COUNT.
002591 3200-COUNT-ONE-RECORD-EXIT.
002592     EXIT.
002570
002580 8000-TERMINATE.
002590     CLOSE EMPLOYEE-MASTER
002610     DISPLAY "MASTER RECORDS READ:    " WS-RECORDS-READ
002620     DISPLAY "RECORDS PURGED:         " WS-RECORDS-PURGED
002630     DISPLAY "RECORDS KEPT:           " WS-RECORDS-KEPT
002640     DISPLAY "PURGE ERRORS:           " WS-PURGE-ERRORS
002650     PERFORM 8200-WRITE-MASTER-STATISTICS THRU
002660             8200-WRITE-MASTER-STATISTICS-EXIT.
002670
002680*> One master-statistics record per run, appended to the
002690*> MSTSTATS history the balance-forward proof chains.  The
002700*> first run ever creates the file.
002710 8200-WRITE-MASTER-STATISTICS.
002720     OPEN EXTEND MASTER-STATISTICS
002730     IF WS-STAT-FILE-NOT-FOUND
002740         OPEN OUTPUT MASTER-STATISTICS
002750         CLOSE MASTER-STATISTICS
002760         OPEN EXTEND MASTER-STATISTICS
002770     END-IF
002780     IF NOT WS-STAT-OPEN-OK
002790         DISPLAY "MASTER STATISTICS OPEN FAILED - STATUS "
002800             WS-STAT-FILE-STATUS
002810         GO TO 8200-WRITE-MASTER-STATISTICS-EXIT
002820     END-IF
002830     MOVE SPACES              TO MASTER-STATISTICS-RECORD
002840     MOVE "EMPPURGE"          TO MT-JOB-NAME
002850     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD
002860     ACCEPT MT-RUN-TIME FROM TIME
002870     MOVE WS-START-ACTIVE     TO MT-START-ACTIVE
002880     MOVE WS-START-TERMINATED TO MT-START-TERMINATED
002890     MOVE WS-END-ACTIVE       TO MT-END-ACTIVE
002900     MOVE WS-END-TERMINATED   TO MT-END-TERMINATED
002910     MOVE 0                   TO MT-ADDS
002920     MOVE 0                   TO MT-TERMINATIONS
002930     MOVE 0                   TO MT-REHIRES
002940     MOVE WS-RECORDS-PURGED   TO MT-PURGES
002950     MOVE 0                   TO MT-BACKUP-COUNT
002960     WRITE MASTER-STATISTICS-RECORD
002970     CLOSE MASTER-STATISTICS
002980     DISPLAY "MASTER ACTIVE/TERMED:   " WS-END-ACTIVE
002990         " / " WS-END-TERMINATED.
003000 8200-WRITE-MASTER-STATISTICS-EXIT.
003010     EXIT.
