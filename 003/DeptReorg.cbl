000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DeptReorg.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  PERSONNEL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Department reorganization.  Reads a mapping deck - an    *
000090* old department, optionally an old job code within it,    *
000100* and the department and job code those employees move     *
000110* to - then scans EMPLOYEE-MASTER and writes one "C"       *
000120* CHANGE transaction in EMPTRAN format for every active    *
000130* employee a mapping catches.  The cards are not applied   *
000140* here: they go to the front-end edit and the master       *
000150* update as the EMPTRAN deck, so every move is edited and  *
000160* audited like any other change.                           *
000170*                                                          *
000180* A mapping naming an old job takes its employees ahead of *
000190* a department-wide mapping for the same department.  A    *
000200* blank new job code leaves each employee's own job alone. *
000210* A mapping is refused when its target department or job   *
000220* is missing from its table or closed; the employees it    *
000230* would have caught are held where they are rather than    *
000240* falling through to a department-wide mapping.            *
000250*                                                          *
000260* The proof listing shows every mapping card and what      *
000270* became of it, each employee moved with the department    *
000280* and job before and after, and the count moved under      *
000290* each mapping.  SSNs print masked.                        *
000300*                                                          *
000310* MODIFICATION HISTORY                                     *
000320* 2026-10-14 TJM  Original department reorganization run.  *
000330*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT REORG-MAP ASSIGN TO "REORGMAP"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS   IS WS-MAP-FILE-STATUS.
000410
000420     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS EM-SSN-KEY
000460         ALTERNATE RECORD KEY IS EM-LNAME
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-MASTER-FILE-STATUS.
000490
000500     SELECT DEPT-TABLE ASSIGN TO "DEPTTBL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DT-DEPT-CODE
000540         FILE STATUS IS WS-DEPT-FILE-STATUS.
000550
000560     SELECT JOB-TABLE ASSIGN TO "JOBTBL"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS JB-JOB-CODE
000600         FILE STATUS IS WS-JOB-FILE-STATUS.
000610
000620     SELECT REORG-TRANSACTIONS ASSIGN TO "REORGTRN"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT PROOF-REPORT ASSIGN TO "REORGRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700*> One mapping per card.  A blank old job catches the whole
000710*> department; a blank new job keeps each employee's job.
000720 FD  REORG-MAP
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  REORG-MAP-RECORD.
000750     05  RM-OLD-DEPT             PIC X(04).
000760     05  RM-OLD-JOB              PIC X(04).
000770     05  RM-NEW-DEPT             PIC X(04).
000780     05  RM-NEW-JOB              PIC X(04).
000790     05  FILLER                  PIC X(64).
000800
000810 FD  EMPLOYEE-MASTER
000820     RECORD CONTAINS 100 CHARACTERS.
000830     COPY EMPREC.
000840
000850 FD  DEPT-TABLE
000860     RECORD CONTAINS 40 CHARACTERS.
000870     COPY DEPTREC.
000880
000890 FD  JOB-TABLE
000900     RECORD CONTAINS 40 CHARACTERS.
000910     COPY JOBREC.
000920
000930 FD  REORG-TRANSACTIONS
000940     RECORD CONTAINS 110 CHARACTERS.
000950     COPY EMPTRAN.
000960
000970 FD  PROOF-REPORT
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  PROOF-REPORT-RECORD         PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-MAP-FILE-STATUS          PIC X(02)    VALUE "00".
001030     88  WS-MAP-OPEN-OK              VALUE "00".
001040
001050 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
001060     88  WS-MASTER-OPEN-OK           VALUE "00".
001070
001080 01  WS-DEPT-FILE-STATUS         PIC X(02)    VALUE "00".
001090     88  WS-DEPT-OPEN-OK             VALUE "00".
001100
001110 01  WS-JOB-FILE-STATUS          PIC X(02)    VALUE "00".
001120     88  WS-JOB-OPEN-OK              VALUE "00".
001130
001140 01  WS-SWITCHES.
001150     05  WS-END-OF-MAP-SW        PIC X(01)    VALUE "N".
001160         88  END-OF-MAP-CARDS        VALUE "Y".
001170     05  WS-END-OF-MASTER-SW     PIC X(01)    VALUE "N".
001180         88  END-OF-MASTER           VALUE "Y".
001190     05  WS-VALIDATION-SW        PIC X(01)    VALUE "Y".
001200         88  MAPPING-IS-VALID        VALUE "Y".
001210         88  MAPPING-IS-INVALID      VALUE "N".
001220
001230 01  WS-REJECT-REASON            PIC X(40)    VALUE SPACES.
001240
001250 01  WS-COUNTERS.
001260     05  WS-MAP-CARDS-READ       PIC 9(07)    VALUE 0.
001270     05  WS-MAPS-ACCEPTED        PIC 9(07)    VALUE 0.
001280     05  WS-MAPS-REFUSED         PIC 9(07)    VALUE 0.
001290     05  WS-RECORDS-READ         PIC 9(07)    VALUE 0.
001300     05  WS-TERMINATED-SKIPPED   PIC 9(07)    VALUE 0.
001310     05  WS-CHANGES-WRITTEN      PIC 9(07)    VALUE 0.
001320     05  WS-HELD-BY-REFUSAL      PIC 9(07)    VALUE 0.
001330
001340*> The mapping deck, held for the master scan.  Refused
001350*> mappings stay in the table flagged, so the employees
001360*> they name are held rather than caught by a wider one.
001370 01  WS-MAP-LIMIT                PIC 9(03)    VALUE 100.
001380 01  WS-MAP-COUNT                PIC 9(03)    VALUE 0.
001390 01  WS-MAP-SUB                  PIC 9(03)    VALUE 0.
001400 01  WS-MAP-MATCH                PIC 9(03)    VALUE 0.
001410 01  WS-MAP-TABLE.
001420     05  WS-MAP-ENTRY OCCURS 100 TIMES.
001430         10  WS-MT-OLD-DEPT      PIC X(04).
001440         10  WS-MT-OLD-JOB       PIC X(04).
001450         10  WS-MT-NEW-DEPT      PIC X(04).
001460         10  WS-MT-NEW-JOB       PIC X(04).
001470         10  WS-MT-STATUS        PIC X(01).
001480             88  WS-MT-ACCEPTED      VALUE "A".
001490             88  WS-MT-REFUSED       VALUE "R".
001500         10  WS-MT-MOVED         PIC 9(07).
001510
001520*> Where the employee lands: the mapping's new job, or the
001530*> employee's own when the mapping leaves it blank.
001540 01  WS-TARGET-DEPT              PIC X(04)    VALUE SPACES.
001550 01  WS-TARGET-JOB               PIC X(04)    VALUE SPACES.
001560
001570 01  WS-MAP-LINE.
001580     05  FILLER                  PIC X(04)    VALUE "MAP ".
001590     05  WM-OLD-DEPT             PIC X(04).
001600     05  FILLER                  PIC X(01)    VALUE "/".
001610     05  WM-OLD-JOB              PIC X(04).
001620     05  FILLER                  PIC X(04)    VALUE " -> ".
001630     05  WM-NEW-DEPT             PIC X(04).
001640     05  FILLER                  PIC X(01)    VALUE "/".
001650     05  WM-NEW-JOB              PIC X(04).
001660     05  FILLER                  PIC X(02)    VALUE SPACES.
001670     05  WM-DISPOSITION          PIC X(52).
001680
001690 01  WS-DETAIL-LINE.
001700     05  FILLER                  PIC X(02)    VALUE SPACES.
001710     05  WD-SSN                  PIC X(11).
001720     05  FILLER                  PIC X(02)    VALUE SPACES.
001730     05  WD-LNAME                PIC X(10).
001740     05  FILLER                  PIC X(01)    VALUE SPACES.
001750     05  WD-FNAME                PIC X(10).
001760     05  FILLER                  PIC X(02)    VALUE SPACES.
001770     05  FILLER                  PIC X(05)    VALUE "FROM ".
001780     05  WD-OLD-DEPT             PIC X(04).
001790     05  FILLER                  PIC X(01)    VALUE "/".
001800     05  WD-OLD-JOB              PIC X(04).
001810     05  FILLER                  PIC X(05)    VALUE "  TO ".
001820     05  WD-NEW-DEPT             PIC X(04).
001830     05  FILLER                  PIC X(01)    VALUE "/".
001840     05  WD-NEW-JOB              PIC X(04).
001850     05  FILLER                  PIC X(14)    VALUE SPACES.
001860
001870 01  WS-MOVED-LINE.
001880     05  FILLER                  PIC X(04)    VALUE "MAP ".
001890     05  WV-OLD-DEPT             PIC X(04).
001900     05  FILLER                  PIC X(01)    VALUE "/".
001910     05  WV-OLD-JOB              PIC X(04).
001920     05  FILLER                  PIC X(04)    VALUE " -> ".
001930     05  WV-NEW-DEPT             PIC X(04).
001940     05  FILLER                  PIC X(01)    VALUE "/".
001950     05  WV-NEW-JOB              PIC X(04).
001960     05  FILLER                  PIC X(19)
001970         VALUE "  EMPLOYEES MOVED: ".
001980     05  WV-MOVED                PIC ZZZZZZ9.
001990     05  FILLER                  PIC X(28)    VALUE SPACES.
002000
002010 01  WS-TOTAL-LINE.
002020     05  WL-LABEL                PIC X(30).
002030     05  WL-COUNT                PIC ZZZZZZ9.
002040     05  FILLER                  PIC X(43)    VALUE SPACES.
002050
002060 01  WS-REPORT-LINE              PIC X(80)    VALUE SPACES.
002070 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
002080
002090*> SSNs always print masked - "XXX-XX-nnnn" - with the
002100*> same breakdown the other jobs use.
002110 01  WS-SSN-FORMAT.
002120     05  WS-SSN-IN               PIC X(09).
002130     05  WS-SSN-IN-BREAKDOWN REDEFINES WS-SSN-IN.
002140         10  WS-SSN-IN-A         PIC X(03).
002150         10  WS-SSN-IN-B         PIC X(02).
002160         10  WS-SSN-IN-C         PIC X(04).
002170     05  WS-SSN-OUT              PIC X(11).
002180
002190 PROCEDURE DIVISION.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE
002220     PERFORM 2000-LOAD-MAPPINGS THRU
002230             2000-LOAD-MAPPINGS-EXIT
002240         UNTIL END-OF-MAP-CARDS
002250     MOVE SPACES TO WS-REPORT-LINE
002260     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE
002270     MOVE "EMPLOYEES MOVED - BEFORE AND AFTER" TO WS-REPORT-LINE
002280     WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
002290     PERFORM 3100-READ-MASTER-RECORD
002300     PERFORM 3000-SCAN-MASTER THRU
002310             3000-SCAN-MASTER-EXIT
002320         UNTIL END-OF-MASTER
002330     PERFORM 4000-WRITE-SUMMARY
002340     PERFORM 8000-TERMINATE
002350     STOP RUN.
002360
002370 1000-INITIALIZE.
002380     OPEN INPUT REORG-MAP
002390     IF NOT WS-MAP-OPEN-OK
002400         DISPLAY "REORGANIZATION MAP OPEN FAILED - STATUS "
002410             WS-MAP-FILE-STATUS
002420         STOP RUN
002430     END-IF
002440     OPEN INPUT EMPLOYEE-MASTER
002450     IF NOT WS-MASTER-OPEN-OK
002460         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
002470             WS-MASTER-FILE-STATUS
002480         STOP RUN
002490     END-IF
002500     OPEN INPUT DEPT-TABLE
002510     IF NOT WS-DEPT-OPEN-OK
002520         DISPLAY "DEPT TABLE OPEN FAILED - STATUS "
002530             WS-DEPT-FILE-STATUS
002540         STOP RUN
002550     END-IF
002560     OPEN INPUT JOB-TABLE
002570     IF NOT WS-JOB-OPEN-OK
002580         DISPLAY "JOB TABLE OPEN FAILED - STATUS "
002590             WS-JOB-FILE-STATUS
002600         STOP RUN
002610     END-IF
002620     OPEN OUTPUT REORG-TRANSACTIONS
002630     OPEN OUTPUT PROOF-REPORT
002640     MOVE "DEPARTMENT REORGANIZATION PROOF LISTING"
002650         TO WS-REPORT-LINE
002660     WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
002670     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE
002680     PERFORM 2100-READ-MAP-CARD.
002690
002700*> Every mapping card prints with its disposition; an
002710*> accepted or refused card alike takes a table slot.
002720 2000-LOAD-MAPPINGS.
002730     ADD 1 TO WS-MAP-CARDS-READ
002740     PERFORM 2200-VALIDATE-MAPPING THRU
002750             2200-VALIDATE-MAPPING-EXIT
002760     MOVE RM-OLD-DEPT TO WM-OLD-DEPT
002770     MOVE RM-OLD-JOB  TO WM-OLD-JOB
002780     MOVE RM-NEW-DEPT TO WM-NEW-DEPT
002790     MOVE RM-NEW-JOB  TO WM-NEW-JOB
002800     PERFORM 2500-LABEL-BLANK-CODES
002810     IF MAPPING-IS-VALID
002820         ADD 1 TO WS-MAPS-ACCEPTED
002830         MOVE "ACCEPTED" TO WM-DISPOSITION
002840     ELSE
002850         ADD 1 TO WS-MAPS-REFUSED
002860         MOVE SPACES TO WM-DISPOSITION
002870         STRING "REFUSED - " WS-REJECT-REASON
002880             DELIMITED BY SIZE INTO WM-DISPOSITION
002890     END-IF
002900     WRITE PROOF-REPORT-RECORD FROM WS-MAP-LINE
002910     IF WS-MAP-COUNT < WS-MAP-LIMIT AND RM-OLD-DEPT NOT = SPACES
002920         ADD 1 TO WS-MAP-COUNT
002930         MOVE RM-OLD-DEPT TO WS-MT-OLD-DEPT (WS-MAP-COUNT)
002940         MOVE RM-OLD-JOB  TO WS-MT-OLD-JOB  (WS-MAP-COUNT)
002950         MOVE RM-NEW-DEPT TO WS-MT-NEW-DEPT (WS-MAP-COUNT)
002960         MOVE RM-NEW-JOB  TO WS-MT-NEW-JOB  (WS-MAP-COUNT)
002970         MOVE 0           TO WS-MT-MOVED    (WS-MAP-COUNT)
002980         IF MAPPING-IS-VALID
002990             MOVE "A" TO WS-MT-STATUS (WS-MAP-COUNT)
003000         ELSE
003010             MOVE "R" TO WS-MT-STATUS (WS-MAP-COUNT)
003020         END-IF
003030     END-IF
003040     PERFORM 2100-READ-MAP-CARD.
003050 2000-LOAD-MAPPINGS-EXIT.
003060     EXIT.
003070
003080 2100-READ-MAP-CARD.
003090     READ REORG-MAP
003100         AT END
003110             SET END-OF-MAP-CARDS TO TRUE
003120     END-READ.
003130
003140*> The old and new departments are required; a mapping that
003150*> moves no one anywhere, or repeats one already keyed, is
003160*> refused.  The target department, and the target job when
003170*> one is given, must be on file and open.
003180 2200-VALIDATE-MAPPING.
003190     SET MAPPING-IS-VALID TO TRUE
003200     MOVE SPACES TO WS-REJECT-REASON
003210     IF RM-OLD-DEPT = SPACES
003220         SET MAPPING-IS-INVALID TO TRUE
003230         MOVE "OLD DEPARTMENT IS REQUIRED"
003240             TO WS-REJECT-REASON
003250         GO TO 2200-VALIDATE-MAPPING-EXIT
003260     END-IF
003270     IF RM-NEW-DEPT = SPACES
003280         SET MAPPING-IS-INVALID TO TRUE
003290         MOVE "NEW DEPARTMENT IS REQUIRED"
003300             TO WS-REJECT-REASON
003310         GO TO 2200-VALIDATE-MAPPING-EXIT
003320     END-IF
003330     IF RM-NEW-DEPT = RM-OLD-DEPT AND
003340             (RM-NEW-JOB = SPACES OR RM-NEW-JOB = RM-OLD-JOB)
003350         SET MAPPING-IS-INVALID TO TRUE
003360         MOVE "MAPPING MOVES NO ONE"
003370             TO WS-REJECT-REASON
003380         GO TO 2200-VALIDATE-MAPPING-EXIT
003390     END-IF
003400     IF WS-MAP-COUNT NOT < WS-MAP-LIMIT
003410         SET MAPPING-IS-INVALID TO TRUE
003420         MOVE "TOO MANY MAPPINGS - LIMIT IS 100"
003430             TO WS-REJECT-REASON
003440         GO TO 2200-VALIDATE-MAPPING-EXIT
003450     END-IF
003460     MOVE 1 TO WS-MAP-SUB
003470     PERFORM 2250-CHECK-DUPLICATE-MAPPING THRU
003480             2250-CHECK-DUPLICATE-MAPPING-EXIT
003490         UNTIL WS-MAP-SUB > WS-MAP-COUNT
003500     IF MAPPING-IS-INVALID
003510         GO TO 2200-VALIDATE-MAPPING-EXIT
003520     END-IF
003530     MOVE RM-NEW-DEPT TO DT-DEPT-CODE
003540     READ DEPT-TABLE
003550         INVALID KEY
003560             SET MAPPING-IS-INVALID TO TRUE
003570             MOVE "NEW DEPARTMENT NOT ON DEPT TABLE"
003580                 TO WS-REJECT-REASON
003590             GO TO 2200-VALIDATE-MAPPING-EXIT
003600     END-READ
003610     IF DT-IS-CLOSED
003620         SET MAPPING-IS-INVALID TO TRUE
003630         MOVE "NEW DEPARTMENT IS CLOSED"
003640             TO WS-REJECT-REASON
003650         GO TO 2200-VALIDATE-MAPPING-EXIT
003660     END-IF
003670     IF RM-NEW-JOB = SPACES
003680         GO TO 2200-VALIDATE-MAPPING-EXIT
003690     END-IF
003700     MOVE RM-NEW-JOB TO JB-JOB-CODE
003710     READ JOB-TABLE
003720         INVALID KEY
003730             SET MAPPING-IS-INVALID TO TRUE
003740             MOVE "NEW JOB CODE NOT ON JOB TABLE"
003750                 TO WS-REJECT-REASON
003760             GO TO 2200-VALIDATE-MAPPING-EXIT
003770     END-READ
003780     IF JB-IS-CLOSED
003790         SET MAPPING-IS-INVALID TO TRUE
003800         MOVE "NEW JOB CODE IS CLOSED"
003810             TO WS-REJECT-REASON
003820     END-IF.
003830 2200-VALIDATE-MAPPING-EXIT.
003840     EXIT.
003850
003860 2250-CHECK-DUPLICATE-MAPPING.
003870     IF WS-MT-OLD-DEPT (WS-MAP-SUB) = RM-OLD-DEPT AND
003880             WS-MT-OLD-JOB (WS-MAP-SUB) = RM-OLD-JOB
003890         SET MAPPING-IS-INVALID TO TRUE
003900         MOVE "OLD DEPARTMENT AND JOB ALREADY MAPPED"
003910             TO WS-REJECT-REASON
003920         MOVE WS-MAP-COUNT TO WS-MAP-SUB
003930     END-IF
003940     ADD 1 TO WS-MAP-SUB.
003950 2250-CHECK-DUPLICATE-MAPPING-EXIT.
003960     EXIT.
003970
003980*> A blank old job reads ALL on the listing, a blank new
003990*> job SAME.
004000 2500-LABEL-BLANK-CODES.
004010     IF WM-OLD-JOB = SPACES
004020         MOVE "ALL " TO WM-OLD-JOB
004030     END-IF
004040     IF WM-NEW-JOB = SPACES
004050         MOVE "SAME" TO WM-NEW-JOB
004060     END-IF.
004070
004080*> Terminated employees stay where they are - a department
004090*> move means nothing to someone no longer on the payroll.
004100 3000-SCAN-MASTER.
004110     ADD 1 TO WS-RECORDS-READ
004120     IF EM-IS-TERMINATED
004130         ADD 1 TO WS-TERMINATED-SKIPPED
004140         GO TO 3000-SCAN-NEXT
004150     END-IF
004160     PERFORM 3200-FIND-MAPPING THRU
004170             3200-FIND-MAPPING-EXIT
004180     IF WS-MAP-MATCH = 0
004190         GO TO 3000-SCAN-NEXT
004200     END-IF
004210     IF WS-MT-REFUSED (WS-MAP-MATCH)
004220         ADD 1 TO WS-HELD-BY-REFUSAL
004230         GO TO 3000-SCAN-NEXT
004240     END-IF
004250     MOVE WS-MT-NEW-DEPT (WS-MAP-MATCH) TO WS-TARGET-DEPT
004260     MOVE WS-MT-NEW-JOB  (WS-MAP-MATCH) TO WS-TARGET-JOB
004270     IF WS-TARGET-JOB = SPACES
004280         MOVE EM-JOB-CODE TO WS-TARGET-JOB
004290     END-IF
004300     IF WS-TARGET-DEPT = EM-DEPT-CODE AND
004310             WS-TARGET-JOB = EM-JOB-CODE
004320         GO TO 3000-SCAN-NEXT
004330     END-IF
004340     PERFORM 3300-WRITE-CHANGE-CARD
004350     PERFORM 3400-WRITE-DETAIL-LINE
004360     ADD 1 TO WS-MT-MOVED (WS-MAP-MATCH).
004370 3000-SCAN-NEXT.
004380     PERFORM 3100-READ-MASTER-RECORD.
004390 3000-SCAN-MASTER-EXIT.
004400     EXIT.
004410
004420 3100-READ-MASTER-RECORD.
004430     READ EMPLOYEE-MASTER NEXT RECORD
004440         AT END
004450             SET END-OF-MASTER TO TRUE
004460     END-READ.
004470
004480*> A mapping on the employee's own department and job wins;
004490*> failing that, a department-wide one.  WS-MAP-MATCH is
004500*> left zero when no mapping applies.
004510 3200-FIND-MAPPING.
004520     MOVE 0 TO WS-MAP-MATCH
004530     MOVE 1 TO WS-MAP-SUB
004540     PERFORM 3210-MATCH-DEPT-AND-JOB THRU
004550             3210-MATCH-DEPT-AND-JOB-EXIT
004560         UNTIL WS-MAP-SUB > WS-MAP-COUNT
004570     IF WS-MAP-MATCH NOT = 0
004580         GO TO 3200-FIND-MAPPING-EXIT
004590     END-IF
004600     MOVE 1 TO WS-MAP-SUB
004610     PERFORM 3220-MATCH-WHOLE-DEPT THRU
004620             3220-MATCH-WHOLE-DEPT-EXIT
004630         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
004640 3200-FIND-MAPPING-EXIT.
004650     EXIT.
004660
004670 3210-MATCH-DEPT-AND-JOB.
004680     IF WS-MT-OLD-DEPT (WS-MAP-SUB) = EM-DEPT-CODE AND
004690             WS-MT-OLD-JOB (WS-MAP-SUB) = EM-JOB-CODE AND
004700             WS-MT-OLD-JOB (WS-MAP-SUB) NOT = SPACES
004710         MOVE WS-MAP-SUB   TO WS-MAP-MATCH
004720         MOVE WS-MAP-COUNT TO WS-MAP-SUB
004730     END-IF
004740     ADD 1 TO WS-MAP-SUB.
004750 3210-MATCH-DEPT-AND-JOB-EXIT.
004760     EXIT.
004770
004780 3220-MATCH-WHOLE-DEPT.
004790     IF WS-MT-OLD-DEPT (WS-MAP-SUB) = EM-DEPT-CODE AND
004800             WS-MT-OLD-JOB (WS-MAP-SUB) = SPACES
004810         MOVE WS-MAP-SUB   TO WS-MAP-MATCH
004820         MOVE WS-MAP-COUNT TO WS-MAP-SUB
004830     END-IF
004840     ADD 1 TO WS-MAP-SUB.
004850 3220-MATCH-WHOLE-DEPT-EXIT.
004860     EXIT.
004870
004880*> A CHANGE carries only what moves - every other field is
004890*> blank and so left alone by the master update.
004900 3300-WRITE-CHANGE-CARD.
004910     MOVE SPACES         TO EMPLOYEE-TRANSACTION-RECORD
004920     MOVE "C"            TO ET-TRANS-CODE
004930     MOVE EM-SSN-KEY     TO ET-SSN-KEY
004940     IF WS-TARGET-DEPT NOT = EM-DEPT-CODE
004950         MOVE WS-TARGET-DEPT TO ET-DEPT-CODE
004960     END-IF
004970     IF WS-TARGET-JOB NOT = EM-JOB-CODE
004980         MOVE WS-TARGET-JOB  TO ET-JOB-CODE
004990     END-IF
005000     WRITE EMPLOYEE-TRANSACTION-RECORD
005010     ADD 1 TO WS-CHANGES-WRITTEN.
005020
005030 3400-WRITE-DETAIL-LINE.
005040     MOVE EM-SSN-KEY     TO WS-SSN-IN
005050     PERFORM 5000-FORMAT-SSN-DISPLAY
005060     MOVE WS-SSN-OUT     TO WD-SSN
005070     MOVE EM-LNAME       TO WD-LNAME
005080     MOVE EM-FNAME       TO WD-FNAME
005090     MOVE EM-DEPT-CODE   TO WD-OLD-DEPT
005100     MOVE EM-JOB-CODE    TO WD-OLD-JOB
005110     MOVE WS-TARGET-DEPT TO WD-NEW-DEPT
005120     MOVE WS-TARGET-JOB  TO WD-NEW-JOB
005130     WRITE PROOF-REPORT-RECORD FROM WS-DETAIL-LINE.
005140
005150*> One line per mapping with the count it moved, then the
005160*> run totals.
005170 4000-WRITE-SUMMARY.
005180     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE
005190     MOVE "EMPLOYEES MOVED BY MAPPING" TO WS-REPORT-LINE
005200     WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
005210     MOVE 1 TO WS-MAP-SUB
005220     PERFORM 4100-WRITE-MOVED-LINE THRU
005230             4100-WRITE-MOVED-LINE-EXIT
005240         UNTIL WS-MAP-SUB > WS-MAP-COUNT
005250     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE
005260     MOVE "MAPPING CARDS READ:"       TO WL-LABEL
005270     MOVE WS-MAP-CARDS-READ           TO WL-COUNT
005280     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
005290     MOVE "MAPPINGS REFUSED:"         TO WL-LABEL
005300     MOVE WS-MAPS-REFUSED             TO WL-COUNT
005310     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
005320     MOVE "CHANGE CARDS WRITTEN:"     TO WL-LABEL
005330     MOVE WS-CHANGES-WRITTEN          TO WL-COUNT
005340     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
005350     MOVE "HELD BY A REFUSED MAPPING:" TO WL-LABEL
005360     MOVE WS-HELD-BY-REFUSAL          TO WL-COUNT
005370     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE.
005380
005390 4100-WRITE-MOVED-LINE.
005400     IF WS-MT-ACCEPTED (WS-MAP-SUB)
005410         MOVE WS-MT-OLD-DEPT (WS-MAP-SUB) TO WV-OLD-DEPT
005420         MOVE WS-MT-OLD-JOB  (WS-MAP-SUB) TO WV-OLD-JOB
005430         MOVE WS-MT-NEW-DEPT (WS-MAP-SUB) TO WV-NEW-DEPT
005440         MOVE WS-MT-NEW-JOB  (WS-MAP-SUB) TO WV-NEW-JOB
005450         IF WV-OLD-JOB = SPACES
005460             MOVE "ALL " TO WV-OLD-JOB
005470         END-IF
005480         IF WV-NEW-JOB = SPACES
005490             MOVE "SAME" TO WV-NEW-JOB
005500         END-IF
005510         MOVE WS-MT-MOVED (WS-MAP-SUB) TO WV-MOVED
005520         WRITE PROOF-REPORT-RECORD FROM WS-MOVED-LINE
005530     END-IF
005540     ADD 1 TO WS-MAP-SUB.
005550 4100-WRITE-MOVED-LINE-EXIT.
005560     EXIT.
005570
005580 5000-FORMAT-SSN-DISPLAY.
005590     MOVE "XXX-XX-" TO WS-SSN-OUT
005600     MOVE WS-SSN-IN-C TO WS-SSN-OUT (8:4).
005610
005620 8000-TERMINATE.
005630     CLOSE REORG-MAP
005640     CLOSE EMPLOYEE-MASTER
005650     CLOSE DEPT-TABLE
005660     CLOSE JOB-TABLE
005670     CLOSE REORG-TRANSACTIONS
005680     CLOSE PROOF-REPORT
005690     DISPLAY "MAPPING CARDS READ:     " WS-MAP-CARDS-READ
005700     DISPLAY "MAPPINGS ACCEPTED:      " WS-MAPS-ACCEPTED
005710     DISPLAY "MAPPINGS REFUSED:       " WS-MAPS-REFUSED
005720     DISPLAY "MASTER RECORDS READ:    " WS-RECORDS-READ
005730     DISPLAY "TERMINATED - SKIPPED:   " WS-TERMINATED-SKIPPED
005740     DISPLAY "CHANGE CARDS WRITTEN:   " WS-CHANGES-WRITTEN
005750     DISPLAY "HELD BY REFUSED MAPPING:" WS-HELD-BY-REFUSAL.
