000150* vendor has confirmed the feed.  A parameter card of "F"  *
000160* selects full-file mode for the quarterly vendor resync - *
000170* every mailable employee goes out as an "A" and the       *
000180* prior snapshot is not consulted.  An employee whose mail *
000182* came back undeliverable is not mailable while the master *
000184* still carries the address recorded as bad.              *
000190*                                                          *
000200* MODIFICATION HISTORY                                    *
000210* 2026-08-22 TJM  Original delta feed alongside            *
000238*                 silently considered delivered.  The      *
000239*                 quarterly full resync re-sends every     *
000239*                 address anyway and skips the fold.       *
000239* 2026-10-14 TJM  An employee on the BAD-ADDRESS file is   *
000239*                 not mailable while the master still      *
000239*                 carries the address that came back       *
000239*                 undeliverable - the vendor is told to    *
000239*                 drop it, and a new address keyed goes    *
000239*                 out as an add.                           *
000230*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000464     SELECT CARRY-FORWARD ASSIGN TO "MAILCFWD"
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS   IS WS-CFWD-FILE-STATUS.
000467
000468     SELECT BAD-ADDRESS ASSIGN TO "BADADDR"
000468         ORGANIZATION IS INDEXED
000468         ACCESS MODE IS RANDOM
000468         RECORD KEY IS BA-SSN-KEY
000468         FILE STATUS IS WS-BAD-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000967 FD  CARRY-FORWARD
000968     RECORD CONTAINS 80 CHARACTERS.
000969 01  CARRY-FORWARD-RECORD        PIC X(80).
000969
000969 FD  BAD-ADDRESS
000969     RECORD CONTAINS 60 CHARACTERS.
000969     COPY BADADDR.
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
001085*> rejected nothing last time.
001086 01  WS-CFWD-FILE-STATUS         PIC X(02)    VALUE "00".
001087     88  WS-CFWD-FILE-NOT-FOUND      VALUE "35".
001088
001088*> No bad-address file yet means no one is held.
001088 01  WS-BAD-FILE-STATUS          PIC X(02)    VALUE "00".
001088     88  WS-BAD-OPEN-OK              VALUE "00".
001088     88  WS-BAD-FILE-NOT-FOUND       VALUE "35".
001090
001100 01  WS-SWITCHES.
001110     05  WS-END-OF-MASTER-SW     PIC X(01)    VALUE "N".
001200         88  END-OF-PARM-CARD        VALUE "Y".
001202     05  WS-END-OF-CFWD-SW       PIC X(01)    VALUE "N".
001204         88  END-OF-CARRY-FORWARD    VALUE "Y".
001206     05  WS-BAD-PRESENT-SW       PIC X(01)    VALUE "N".
001206         88  BAD-ADDRESS-IS-PRESENT  VALUE "Y".
001206     05  WS-ADDRESS-HELD-SW      PIC X(01)    VALUE "N".
001206         88  ADDRESS-IS-HELD         VALUE "Y".
001210
001220 01  WS-COUNTERS.
001230     05  WS-RECORDS-READ         PIC 9(07)    VALUE 0.
001270     05  WS-UNCHANGED-SKIPPED    PIC 9(07)    VALUE 0.
001280     05  WS-NO-ADDRESS-SKIPPED   PIC 9(07)    VALUE 0.
001282     05  WS-CARRIED-FORWARD      PIC 9(07)    VALUE 0.
001284     05  WS-BAD-ADDRESS-HELD     PIC 9(07)    VALUE 0.
001290
001300*> Match keys for the two-file comparison - HIGH-VALUES
001310*> marks a side that has run out, so the other side drains
001600     OPEN OUTPUT DELTA-FEED
001610     PERFORM 1100-READ-DELTA-PARM THRU
001620             1100-READ-DELTA-PARM-EXIT
001621     PERFORM 1400-OPEN-BAD-ADDRESS
001622     IF NOT FULL-FILE-MODE
001624         PERFORM 1300-FOLD-IN-CARRY-FORWARD THRU
001626                 1300-FOLD-IN-CARRY-FORWARD-EXIT
001899 1320-RESEND-ONE-RECORD-EXIT.
001899     EXIT.
001899
001899 1400-OPEN-BAD-ADDRESS.
001899     OPEN INPUT BAD-ADDRESS
001899     IF WS-BAD-OPEN-OK
001899         MOVE "Y" TO WS-BAD-PRESENT-SW
001899     ELSE
001899         IF NOT WS-BAD-FILE-NOT-FOUND
001899             DISPLAY "BAD ADDRESS FILE OPEN FAILED - STATUS "
001899                 WS-BAD-FILE-STATUS
001899             STOP RUN
001899         END-IF
001899     END-IF.
001899
001900*> A missing snapshot file is the first-run case - the
001910*> match loop sees an exhausted snapshot side and cuts an
001920*> add for every mailable employee.
002450*> On the master but not on the snapshot: a new address if
002460*> the employee is mailable, otherwise nothing - the vendor
002470*> has never heard of this employee.  Terminated employees
002475*> are not mailable on the routine feed, nor is a held
002476*> bad address.
002480 2300-PROCESS-MASTER-ONLY.
002485     PERFORM 2950-CHECK-ADDRESS-HELD THRU
002486             2950-CHECK-ADDRESS-HELD-EXIT
002490     IF EM-STREET = SPACES OR EM-IS-TERMINATED
002500         ADD 1 TO WS-NO-ADDRESS-SKIPPED
002510     ELSE
002512         IF ADDRESS-IS-HELD
002514             ADD 1 TO WS-BAD-ADDRESS-HELD
002516         ELSE
002520             PERFORM 2600-WRITE-ADD-RECORD
002530             PERFORM 2700-WRITE-SNAPSHOT-RECORD
002535         END-IF
002540     END-IF.
002550
002560*> On the snapshot but gone from the master (or no longer
002720*> On both sides: a change if any field the vendor holds
002730*> has moved, a drop if the street has since been blanked,
002740*> otherwise nothing goes out and the address just carries
002750*> forward onto the new snapshot.  A held bad address is
002755*> dropped the same as a blanked street.
002760 2500-PROCESS-MATCHED-PAIR.
002762     PERFORM 2950-CHECK-ADDRESS-HELD THRU
002764             2950-CHECK-ADDRESS-HELD-EXIT
002770     IF EM-STREET = SPACES OR EM-IS-TERMINATED OR
002775             ADDRESS-IS-HELD
002790         PERFORM 2400-WRITE-DROP-RECORD
002800     ELSE
002810         IF EM-LNAME  NOT = MS-LNAME  OR
003230     MOVE EM-CITY     TO DL-CITY
003240     MOVE EM-STATE    TO DL-STATE
003250     MOVE EM-ZIP      TO DL-ZIP.
003252
003254*> Held only while the master address is still the one that
003256*> came back - a new address keyed since releases the hold.
003258 2950-CHECK-ADDRESS-HELD.
003260     MOVE "N" TO WS-ADDRESS-HELD-SW
003260     IF NOT BAD-ADDRESS-IS-PRESENT
003260         GO TO 2950-CHECK-ADDRESS-HELD-EXIT
003260     END-IF
003260     MOVE EM-SSN-KEY TO BA-SSN-KEY
003260     READ BAD-ADDRESS
003260         INVALID KEY
003260             GO TO 2950-CHECK-ADDRESS-HELD-EXIT
003260     END-READ
003260     IF BA-STREET = EM-STREET AND BA-CITY = EM-CITY AND
003260             BA-STATE = EM-STATE AND BA-ZIP = EM-ZIP
003260         MOVE "Y" TO WS-ADDRESS-HELD-SW
003260     END-IF.
003260 2950-CHECK-ADDRESS-HELD-EXIT.
003260     EXIT.
003260
003270*> Quarterly resync: every mailable employee goes out as an
003280*> add and the snapshot is rebuilt from scratch; the prior
003290*> snapshot is not consulted at all.
003300 3000-FULL-FILE-PASS.
003305     PERFORM 2950-CHECK-ADDRESS-HELD THRU
003306             2950-CHECK-ADDRESS-HELD-EXIT
003310     IF EM-STREET = SPACES OR EM-IS-TERMINATED
003320         ADD 1 TO WS-NO-ADDRESS-SKIPPED
003330     ELSE
003332         IF ADDRESS-IS-HELD
003334             ADD 1 TO WS-BAD-ADDRESS-HELD
003336         ELSE
003340             PERFORM 2600-WRITE-ADD-RECORD
003350             PERFORM 2700-WRITE-SNAPSHOT-RECORD
003355         END-IF
003360     END-IF
003370     PERFORM 2100-READ-MASTER-RECORD.
003380 3000-FULL-FILE-PASS-EXIT.
003450     IF SNAPSHOT-IS-PRESENT AND NOT FULL-FILE-MODE
003460         CLOSE PRIOR-SNAPSHOT
003470     END-IF
003475     IF BAD-ADDRESS-IS-PRESENT
003476         CLOSE BAD-ADDRESS
003477     END-IF
003480     DISPLAY "MASTER RECORDS READ:    " WS-RECORDS-READ
003490     DISPLAY "ADDS WRITTEN:           " WS-ADDS-WRITTEN
003500     DISPLAY "CHANGES WRITTEN:        " WS-CHANGES-WRITTEN
003510     DISPLAY "DROPS WRITTEN:          " WS-DROPS-WRITTEN
003520     DISPLAY "UNCHANGED - NOT SENT:   " WS-UNCHANGED-SKIPPED
003530     DISPLAY "NO ADDRESS - SKIPPED:   " WS-NO-ADDRESS-SKIPPED
003540     DISPLAY "CARRIED FORWARD-RESENT: " WS-CARRIED-FORWARD
003550     DISPLAY "BAD ADDRESS - HELD:     " WS-BAD-ADDRESS-HELD.
