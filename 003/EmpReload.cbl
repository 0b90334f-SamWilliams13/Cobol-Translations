000194*                 fields on the master record.              *
000200* 2026-08-22 TJM  EM-LNAME is now an alternate key on    *
000200*                 the master, for the last-name inquiry. *
000202* 2026-10-14 TJM  Appends a master-statistics record to     *
000204*                 MSTSTATS - the backup images split active *
000206*                 and terminated as the start, the reloaded *
000207*                 master counted back as the end, and the   *
000208*                 trailer count - restarting the chain the  *
000209*                 balance-forward proof follows.            *
000200*----------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000320             WITH DUPLICATES
000330         FILE STATUS IS WS-MASTER-FILE-STATUS.
000340
000342     SELECT MASTER-STATISTICS ASSIGN TO "MSTSTATS"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS   IS WS-STAT-FILE-STATUS.
000348
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  MASTER-BACKUP
000410 FD  EMPLOYEE-MASTER
000420     RECORD CONTAINS 100 CHARACTERS.
000430     COPY EMPREC.
000435
000436 FD  MASTER-STATISTICS
000437     RECORD CONTAINS 100 CHARACTERS.
000438     COPY MSTSTAT.
000440
000450 WORKING-STORAGE SECTION.
000460 01  WS-BACKUP-FILE-STATUS       PIC X(02)    VALUE "00".
000480
000490 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
000500     88  WS-MASTER-OPEN-OK           VALUE "00".
000505
000506 01  WS-STAT-FILE-STATUS         PIC X(02)    VALUE "00".
000507     88  WS-STAT-OPEN-OK             VALUE "00".
000508     88  WS-STAT-FILE-NOT-FOUND      VALUE "35".
000510
000520 01  WS-SWITCHES.
000530     05  WS-END-OF-BACKUP-SW     PIC X(01)    VALUE "N".
000560         88  HEADER-RECORD-SEEN      VALUE "Y".
000570     05  WS-TRAILER-SEEN-SW      PIC X(01)    VALUE "N".
000580         88  TRAILER-RECORD-SEEN     VALUE "Y".
000582     05  WS-END-OF-COUNT-SW      PIC X(01)    VALUE "N".
000584         88  END-OF-COUNT-PASS       VALUE "Y".
000590
000600 01  WS-COUNTERS.
000610     05  WS-DETAILS-COUNTED      PIC 9(07)    VALUE 0.
000620     05  WS-RECORDS-LOADED       PIC 9(07)    VALUE 0.
000630     05  WS-LOAD-ERRORS          PIC 9(07)    VALUE 0.
000635
000636*> Master record counts for the balance-forward proof - the
000637*> start is the backup image as loaded, the end is what a
000638*> pass over the rebuilt master finds.
000639 01  WS-MASTER-COUNTS.
000640     05  WS-START-ACTIVE         PIC 9(07)    VALUE 0.
000641     05  WS-START-TERMINATED     PIC 9(07)    VALUE 0.
000642     05  WS-END-ACTIVE           PIC 9(07)    VALUE 0.
000643     05  WS-END-TERMINATED       PIC 9(07)    VALUE 0.
000640
000650 01  WS-TRAILER-COUNT            PIC 9(07)    VALUE 0.
000660 01  WS-BACKUP-RUN-DATE          PIC 9(08)    VALUE 0.
001620 4100-LOAD-ONE-RECORD.
001630     IF BK-IS-DETAIL
001640         MOVE BK-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
001645         IF EM-IS-TERMINATED
001646             ADD 1 TO WS-START-TERMINATED
001647         ELSE
001648             ADD 1 TO WS-START-ACTIVE
001649         END-IF
001650         WRITE EMPLOYEE-MASTER-RECORD
001660             INVALID KEY
001670                 ADD 1 TO WS-LOAD-ERRORS
001780 8000-TERMINATE.
001790     CLOSE MASTER-BACKUP
001800     CLOSE EMPLOYEE-MASTER
001805     PERFORM 8100-COUNT-MASTER-RECORDS THRU
001806             8100-COUNT-MASTER-RECORDS-EXIT
001810     DISPLAY "BACKUP RUN DATE:        " WS-BACKUP-RUN-DATE
001820     DISPLAY "TRAILER COUNT:          " WS-TRAILER-COUNT
001830     DISPLAY "RECORDS LOADED:         " WS-RECORDS-LOADED
001840     DISPLAY "LOAD ERRORS:            " WS-LOAD-ERRORS
001850     PERFORM 8200-WRITE-MASTER-STATISTICS THRU
001860             8200-WRITE-MASTER-STATISTICS-EXIT.
001870
001880*> The rebuilt master is read back end to end and counted,
001890*> so the end totals are what is really on the file and
001900*> not merely what the load believed it wrote.
001910 8100-COUNT-MASTER-RECORDS.
001920     OPEN INPUT EMPLOYEE-MASTER
001930     IF NOT WS-MASTER-OPEN-OK
001940         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
001950             WS-MASTER-FILE-STATUS
001960         GO TO 8100-COUNT-MASTER-RECORDS-EXIT
001970     END-IF
001980     PERFORM 8110-READ-NEXT-FOR-COUNT
001990     PERFORM 8120-COUNT-ONE-RECORD THRU
002000             8120-COUNT-ONE-RECORD-EXIT
002010         UNTIL END-OF-COUNT-PASS
002020     CLOSE EMPLOYEE-MASTER.
002030 8100-COUNT-MASTER-RECORDS-EXIT.
002040     EXIT.
002050
002060 8110-READ-NEXT-FOR-COUNT.
002070     READ EMPLOYEE-MASTER NEXT RECORD
002080         AT END
002090             SET END-OF-COUNT-PASS TO TRUE
002100     END-READ.
002110
002120 8120-COUNT-ONE-RECORD.
002130     IF EM-IS-TERMINATED
002140         ADD 1 TO WS-END-TERMINATED
002150     ELSE
002160         ADD 1 TO WS-END-ACTIVE
002170     END-IF
002180     PERFORM 8110-READ-NEXT-FOR-COUNT.
002190 8120-COUNT-ONE-RECORD-EXIT.
002200     EXIT.
002210
002220*> One master-statistics record per run, appended to the
002230*> MSTSTATS history the balance-forward proof chains.  A
002240*> reload restarts the chain; the trailer count goes with
002250*> it so the proof can tie the rebuilt master to the backup.
002260 8200-WRITE-MASTER-STATISTICS.
002270     OPEN EXTEND MASTER-STATISTICS
002280     IF WS-STAT-FILE-NOT-FOUND
002290         OPEN OUTPUT MASTER-STATISTICS
002300         CLOSE MASTER-STATISTICS
002310         OPEN EXTEND MASTER-STATISTICS
002320     END-IF
002330     IF NOT WS-STAT-OPEN-OK
002340         DISPLAY "MASTER STATISTICS OPEN FAILED - STATUS "
002350             WS-STAT-FILE-STATUS
002360         GO TO 8200-WRITE-MASTER-STATISTICS-EXIT
002370     END-IF
002380     MOVE SPACES              TO MASTER-STATISTICS-RECORD
002390     MOVE "EMPRELOAD"         TO MT-JOB-NAME
002400     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD
002410     ACCEPT MT-RUN-TIME FROM TIME
002420     MOVE WS-START-ACTIVE     TO MT-START-ACTIVE
002430     MOVE WS-START-TERMINATED TO MT-START-TERMINATED
002440     MOVE WS-END-ACTIVE       TO MT-END-ACTIVE
002450     MOVE WS-END-TERMINATED   TO MT-END-TERMINATED
002460     MOVE 0                   TO MT-ADDS
002470     MOVE 0                   TO MT-TERMINATIONS
002480     MOVE 0                   TO MT-REHIRES
002490     MOVE 0                   TO MT-PURGES
002500     MOVE WS-TRAILER-COUNT    TO MT-BACKUP-COUNT
002510     WRITE MASTER-STATISTICS-RECORD
002520     CLOSE MASTER-STATISTICS
002530     DISPLAY "MASTER ACTIVE/TERMED:   " WS-END-ACTIVE
002540         " / " WS-END-TERMINATED.
002550 8200-WRITE-MASTER-STATISTICS-EXIT.
002560     EXIT.
