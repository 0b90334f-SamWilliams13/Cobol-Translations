000317*                 holds halted the run on the first        *
000318*                 mismatch.  Records at or before the      *
000319*                 unload now skip and count.               *
000319* 2026-10-14 TJM  Appends a master-statistics record to    *
000319*                 MSTSTATS - the master counted active and *
000319*                 terminated before and after the replay,  *
000319*                 with the adds, terminations, rehires and *
000319*                 purges replayed - so the balance-forward *
000319*                 proof can tie the recovered master to    *
000319*                 the reload it follows.                   *
000320*----------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000400
000410     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EM-SSN-KEY
000450         ALTERNATE RECORD KEY IS EM-LNAME
000460             WITH DUPLICATES
000490     SELECT RECOVER-PARM ASSIGN TO "RCVRPARM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS   IS WS-PARM-FILE-STATUS.
000515
000516     SELECT MASTER-STATISTICS ASSIGN TO "MSTSTATS"
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS   IS WS-STAT-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000834     05  RP-FROM-TIME            PIC X(06).
000840     05  RP-CUTOFF-DATE          PIC X(08).
000850     05  RP-CUTOFF-TIME          PIC X(06).
000855
000856 FD  MASTER-STATISTICS
000857     RECORD CONTAINS 100 CHARACTERS.
000858     COPY MSTSTAT.
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-AUDIT-FILE-STATUS        PIC X(02)    VALUE "00".
000930
000940 01  WS-PARM-FILE-STATUS         PIC X(02)    VALUE "00".
000950     88  WS-PARM-FILE-NOT-FOUND      VALUE "35".
000955
000956 01  WS-STAT-FILE-STATUS         PIC X(02)    VALUE "00".
000957     88  WS-STAT-OPEN-OK             VALUE "00".
000958     88  WS-STAT-FILE-NOT-FOUND      VALUE "35".
000960
000970 01  WS-SWITCHES.
000980     05  WS-END-OF-AUDIT-SW      PIC X(01)    VALUE "N".
001010         88  END-OF-PARM-CARD        VALUE "Y".
001020     05  WS-FIELD-OK-SW          PIC X(01)    VALUE "Y".
001030         88  FIELD-VALUE-MATCHES     VALUE "Y".
001032     05  WS-END-OF-COUNT-SW      PIC X(01)    VALUE "N".
001034         88  END-OF-COUNT-PASS       VALUE "Y".
001040
001045 01  WS-FROM-DATE                PIC 9(08)    VALUE 0.
001048 01  WS-FROM-TIME                PIC 9(06)    VALUE 0.
001135     05  WS-BEFORE-BACKUP        PIC 9(07)    VALUE 0.
001140     05  WS-BEYOND-CUTOFF        PIC 9(07)    VALUE 0.
001150     05  WS-PURGE-TRAIL-SKIPPED  PIC 9(07)    VALUE 0.
001152     05  WS-TERMS-REAPPLIED      PIC 9(07)    VALUE 0.
001154     05  WS-REHIRES-REAPPLIED    PIC 9(07)    VALUE 0.
001156
001157*> Master record counts for the balance-forward proof - a
001158*> pass over the master before the replay and another after.
001159 01  WS-MASTER-COUNTS.
001160     05  WS-COUNT-ACTIVE         PIC 9(07)    VALUE 0.
001161     05  WS-COUNT-TERMINATED     PIC 9(07)    VALUE 0.
001162     05  WS-START-ACTIVE         PIC 9(07)    VALUE 0.
001163     05  WS-START-TERMINATED     PIC 9(07)    VALUE 0.
001160
001170 01  WS-MISMATCH-REASON          PIC X(40)    VALUE SPACES.
001180
001740             WS-MASTER-FILE-STATUS
001750         STOP RUN
001760     END-IF
001762     PERFORM 1300-COUNT-MASTER-RECORDS THRU
001764             1300-COUNT-MASTER-RECORDS-EXIT
001766     MOVE WS-COUNT-ACTIVE     TO WS-START-ACTIVE
001768     MOVE WS-COUNT-TERMINATED TO WS-START-TERMINATED
001770     PERFORM 2100-READ-AUDIT-RECORD.
001780
001790*> The timestamp card is NOT optional - replaying past the
002010     CLOSE RECOVER-PARM.
002020 1100-READ-RECOVER-PARM-EXIT.
002030     EXIT.
002031
002032*> Counts the master active and terminated, end to end -
002033*> once before the replay and again after it.
002034 1300-COUNT-MASTER-RECORDS.
002035     MOVE 0   TO WS-COUNT-ACTIVE
002035     MOVE 0   TO WS-COUNT-TERMINATED
002035     MOVE "N" TO WS-END-OF-COUNT-SW
002035     MOVE LOW-VALUES TO EM-SSN-KEY
002035     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EM-SSN-KEY
002035         INVALID KEY
002035             GO TO 1300-COUNT-MASTER-RECORDS-EXIT
002035     END-START
002035     PERFORM 1310-READ-NEXT-FOR-COUNT
002035     PERFORM 1320-COUNT-ONE-RECORD THRU
002035             1320-COUNT-ONE-RECORD-EXIT
002035         UNTIL END-OF-COUNT-PASS.
002035 1300-COUNT-MASTER-RECORDS-EXIT.
002035     EXIT.
002035
002035 1310-READ-NEXT-FOR-COUNT.
002035     READ EMPLOYEE-MASTER NEXT RECORD
002035         AT END
002035             SET END-OF-COUNT-PASS TO TRUE
002035     END-READ.
002035
002035 1320-COUNT-ONE-RECORD.
002035     IF EM-IS-TERMINATED
002035         ADD 1 TO WS-COUNT-TERMINATED
002035     ELSE
002035         ADD 1 TO WS-COUNT-ACTIVE
002035     END-IF
002035     PERFORM 1310-READ-NEXT-FOR-COUNT.
002035 1320-COUNT-ONE-RECORD-EXIT.
002035     EXIT.
002040
002050*> One logged change per trip, in the order the log holds
002060*> them.  A record at or before the unload timestamp is
005140             END-IF
005150         WHEN "STATUS"
005160             IF EM-STATUS = WS-AP-OLD-VALUE (1:1)
005165                 IF WS-AP-NEW-VALUE (1:1) = "T" AND
005166                         NOT EM-IS-TERMINATED
005167                     ADD 1 TO WS-TERMS-REAPPLIED
005168                 END-IF
005169                 IF WS-AP-NEW-VALUE (1:1) NOT = "T" AND
005169                         EM-IS-TERMINATED
005169                     ADD 1 TO WS-REHIRES-REAPPLIED
005169                 END-IF
005170                 MOVE WS-AP-NEW-VALUE (1:1) TO EM-STATUS
005180             ELSE
005190                 MOVE "N" TO WS-FIELD-OK-SW
005498     EXIT.
005499
005500 8000-TERMINATE.
005505     PERFORM 1300-COUNT-MASTER-RECORDS THRU
005506             1300-COUNT-MASTER-RECORDS-EXIT
005510     CLOSE EMPLOYEE-AUDIT-LOG
005520     CLOSE EMPLOYEE-MASTER
005525     DISPLAY "FROM TIMESTAMP:         " WS-FROM-DATE
005590     DISPLAY "PURGES REAPPLIED:       " WS-PURGES-REAPPLIED
005595     DISPLAY "IN BACKUP - SKIPPED:    " WS-BEFORE-BACKUP
005600     DISPLAY "BEYOND CUTOFF - SKIPPED " WS-BEYOND-CUTOFF
005610     DISPLAY "PURGE TRAIL ENTRIES:    " WS-PURGE-TRAIL-SKIPPED
005612     DISPLAY "TERMINATIONS REAPPLIED: " WS-TERMS-REAPPLIED
005614     DISPLAY "REHIRES REAPPLIED:      " WS-REHIRES-REAPPLIED
005620     PERFORM 8200-WRITE-MASTER-STATISTICS THRU
005630             8200-WRITE-MASTER-STATISTICS-EXIT.
005640
005650*> One master-statistics record per completed replay,
005660*> appended to the MSTSTATS history the balance-forward
005670*> proof chains.  A replay that stops on a mismatch writes
005680*> none - the master it leaves is not a finished recovery.
005690 8200-WRITE-MASTER-STATISTICS.
005700     OPEN EXTEND MASTER-STATISTICS
005710     IF WS-STAT-FILE-NOT-FOUND
005720         OPEN OUTPUT MASTER-STATISTICS
005730         CLOSE MASTER-STATISTICS
005740         OPEN EXTEND MASTER-STATISTICS
005750     END-IF
005760     IF NOT WS-STAT-OPEN-OK
005770         DISPLAY "MASTER STATISTICS OPEN FAILED - STATUS "
005780             WS-STAT-FILE-STATUS
005790         GO TO 8200-WRITE-MASTER-STATISTICS-EXIT
005800     END-IF
005810     MOVE SPACES               TO MASTER-STATISTICS-RECORD
005820     MOVE "EMPRECOVER"         TO MT-JOB-NAME
005830     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD
005840     ACCEPT MT-RUN-TIME FROM TIME
005850     MOVE WS-START-ACTIVE      TO MT-START-ACTIVE
005860     MOVE WS-START-TERMINATED  TO MT-START-TERMINATED
005870     MOVE WS-COUNT-ACTIVE      TO MT-END-ACTIVE
005880     MOVE WS-COUNT-TERMINATED  TO MT-END-TERMINATED
005890     MOVE WS-ADDS-REBUILT      TO MT-ADDS
005900     MOVE WS-TERMS-REAPPLIED   TO MT-TERMINATIONS
005910     MOVE WS-REHIRES-REAPPLIED TO MT-REHIRES
005920     MOVE WS-PURGES-REAPPLIED  TO MT-PURGES
005930     MOVE 0                    TO MT-BACKUP-COUNT
005940     WRITE MASTER-STATISTICS-RECORD
005950     CLOSE MASTER-STATISTICS
005960     DISPLAY "MASTER ACTIVE/TERMED:   " WS-COUNT-ACTIVE
005970         " / " WS-COUNT-TERMINATED.
005980 8200-WRITE-MASTER-STATISTICS-EXIT.
005990     EXIT.
