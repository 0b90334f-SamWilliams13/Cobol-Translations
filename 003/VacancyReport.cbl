000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VacancyReport.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  PERSONNEL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Position control vacancy report.  Compares the budgeted  *
000090* headcount on the POSITION-TABLE with the active          *
000100* employees on EMPLOYEE-MASTER, department by department   *
000110* and job by job, and shows for each position how many are *
000120* authorized, how many are filled, and how many are vacant *
000130* or over-filled, with a total for each department and for *
000140* the company.                                             *
000150*                                                          *
000160* Active employees sitting in a department and job with no *
000170* authorized position print against a headcount of zero,   *
000180* noted, and so do the employees left in a closed position *
000190* - the report is the whole shop as staffed today, not     *
000200* the part the budget knows about.                         *
000210*                                                          *
000220* MODIFICATION HISTORY                                     *
000230* 2026-10-14 TJM  Original position vacancy report.        *
000240*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT POSITION-TABLE ASSIGN TO "POSTBL"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS PS-POSITION-KEY
000330         FILE STATUS IS WS-POS-FILE-STATUS.
000340
000350     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS EM-SSN-KEY
000390         ALTERNATE RECORD KEY IS EM-LNAME
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-MASTER-FILE-STATUS.
000420
000430     SELECT DEPT-TABLE ASSIGN TO "DEPTTBL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS DT-DEPT-CODE
000470         FILE STATUS IS WS-DEPT-FILE-STATUS.
000480
000490     SELECT JOB-TABLE ASSIGN TO "JOBTBL"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS JB-JOB-CODE
000530         FILE STATUS IS WS-JOB-FILE-STATUS.
000540
000550     SELECT VACANCY-REPORT ASSIGN TO "VACRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  POSITION-TABLE
000610     RECORD CONTAINS 40 CHARACTERS.
000620     COPY POSREC.
000630
000640 FD  EMPLOYEE-MASTER
000650     RECORD CONTAINS 100 CHARACTERS.
000660     COPY EMPREC.
000670
000680 FD  DEPT-TABLE
000690     RECORD CONTAINS 40 CHARACTERS.
000700     COPY DEPTREC.
000710
000720 FD  JOB-TABLE
000730     RECORD CONTAINS 40 CHARACTERS.
000740     COPY JOBREC.
000750
000760 FD  VACANCY-REPORT
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  VACANCY-REPORT-RECORD       PIC X(80).
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-POS-FILE-STATUS          PIC X(02)    VALUE "00".
000820     88  WS-POS-OPEN-OK              VALUE "00".
000830
000840 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
000850     88  WS-MASTER-OPEN-OK           VALUE "00".
000860
000870*> Missing DEPT-TABLE or JOB-TABLE leaves the report
000880*> printing bare codes, the same fallback the roster takes.
000890 01  WS-DEPT-FILE-STATUS         PIC X(02)    VALUE "00".
000900     88  WS-DEPT-OPEN-OK             VALUE "00".
000910
000920 01  WS-JOB-FILE-STATUS          PIC X(02)    VALUE "00".
000930     88  WS-JOB-OPEN-OK              VALUE "00".
000940
000950 01  WS-SWITCHES.
000960     05  WS-END-OF-POS-SW        PIC X(01)    VALUE "N".
000970         88  END-OF-POSITIONS        VALUE "Y".
000980     05  WS-END-OF-MASTER-SW     PIC X(01)    VALUE "N".
000990         88  END-OF-MASTER           VALUE "Y".
001000     05  WS-DEPT-TABLE-SW        PIC X(01)    VALUE "Y".
001010         88  DEPT-TABLE-IS-PRESENT   VALUE "Y".
001020     05  WS-JOB-TABLE-SW         PIC X(01)    VALUE "Y".
001030         88  JOB-TABLE-IS-PRESENT    VALUE "Y".
001040     05  WS-SWAPPED-SW           PIC X(01)    VALUE "N".
001050         88  A-SWAP-WAS-MADE         VALUE "Y".
001060
001070 01  WS-COUNTERS.
001080     05  WS-POSITIONS-READ       PIC 9(07)    VALUE 0.
001090     05  WS-MASTER-READ          PIC 9(07)    VALUE 0.
001100     05  WS-ACTIVE-COUNTED       PIC 9(07)    VALUE 0.
001110     05  WS-OUTSIDE-POSITIONS    PIC 9(07)    VALUE 0.
001120     05  WS-DEPARTMENTS-SEEN     PIC 9(05)    VALUE 0.
001130
001140 01  WS-RUN-DATE                 PIC 9(08)    VALUE 0.
001150
001160*> One slot per position on the table, plus one for every
001170*> department and job the master has active employees in
001180*> without a position.  WV-NOTE says which: blank for an
001190*> open position, "C" closed, "N" no position at all - the
001200*> last two count against an authorized headcount of zero.
001210 01  WS-VACANCY-STATS.
001220     05  WS-SLOT-COUNT           PIC 9(04)    VALUE 0.
001230     05  WS-VACANCY-ENTRY OCCURS 2000 TIMES.
001240         10  WV-POSITION-KEY.
001250             15  WV-DEPT-CODE    PIC X(04).
001260             15  WV-JOB-CODE     PIC X(04).
001270         10  WV-AUTHORIZED       PIC 9(04).
001280         10  WV-FILLED           PIC 9(05).
001290         10  WV-NOTE             PIC X(01).
001300             88  WV-IS-CLOSED        VALUE "C".
001310             88  WV-HAS-NO-POSITION  VALUE "N".
001320 01  WS-SLOT                     PIC 9(04)    VALUE 0.
001330 01  WS-SLOT-SUB                 PIC 9(04)    VALUE 0.
001340 01  WS-SORT-SUB                 PIC 9(04)    VALUE 0.
001350 01  WS-SORT-LIMIT               PIC 9(04)    VALUE 0.
001360 01  WS-SWAP-ENTRY               PIC X(18)    VALUE SPACES.
001370
001380 01  WS-LOOKUP-POSITION.
001390     05  WS-LOOKUP-DEPT          PIC X(04)    VALUE SPACES.
001400     05  WS-LOOKUP-JOB           PIC X(04)    VALUE SPACES.
001410
001420*> Vacant and over-filled for the position in hand, and
001430*> the running totals for its department and the company.
001440 01  WS-POSITION-FIGURES.
001450     05  WS-VACANT               PIC 9(05)    VALUE 0.
001460     05  WS-OVER                 PIC 9(05)    VALUE 0.
001470 01  WS-CURRENT-DEPT             PIC X(04)    VALUE LOW-VALUES.
001480 01  WS-DEPT-TOTALS.
001490     05  WS-DEPT-AUTHORIZED      PIC 9(06)    VALUE 0.
001500     05  WS-DEPT-FILLED          PIC 9(06)    VALUE 0.
001510     05  WS-DEPT-VACANT          PIC 9(06)    VALUE 0.
001520     05  WS-DEPT-OVER            PIC 9(06)    VALUE 0.
001530 01  WS-GRAND-TOTALS.
001540     05  WS-GRAND-AUTHORIZED     PIC 9(06)    VALUE 0.
001550     05  WS-GRAND-FILLED         PIC 9(06)    VALUE 0.
001560     05  WS-GRAND-VACANT         PIC 9(06)    VALUE 0.
001570     05  WS-GRAND-OVER           PIC 9(06)    VALUE 0.
001580
001590 01  WS-PAGE-HEADER.
001600     05  FILLER                  PIC X(36)
001610         VALUE "POSITION CONTROL - VACANCY REPORT   ".
001620     05  FILLER                  PIC X(06)    VALUE "AS OF ".
001630     05  WP-RUN-DATE             PIC 9(08).
001640     05  FILLER                  PIC X(30)    VALUE SPACES.
001650
001660 01  WS-COLUMN-HEADER.
001670     05  FILLER                  PIC X(30)
001680         VALUE "  JOB   TITLE                 ".
001690     05  FILLER                  PIC X(08)    VALUE "  AUTH  ".
001700     05  FILLER                  PIC X(08)    VALUE "FILLED  ".
001710     05  FILLER                  PIC X(08)    VALUE "VACANT  ".
001720     05  FILLER                  PIC X(08)    VALUE "  OVER  ".
001730     05  FILLER                  PIC X(18)    VALUE "NOTE".
001740
001750 01  WS-DEPT-HEADER.
001760     05  FILLER                  PIC X(12)
001770         VALUE "DEPARTMENT: ".
001780     05  WH-DEPT-CODE            PIC X(10).
001790     05  FILLER                  PIC X(02)    VALUE SPACES.
001800     05  WH-DEPT-NAME            PIC X(30).
001810     05  FILLER                  PIC X(26)    VALUE SPACES.
001820
001830 01  WS-DETAIL-LINE.
001840     05  FILLER                  PIC X(02)    VALUE SPACES.
001850     05  WD-JOB-CODE             PIC X(04).
001860     05  FILLER                  PIC X(02)    VALUE SPACES.
001870     05  WD-JOB-NAME             PIC X(20).
001880     05  FILLER                  PIC X(02)    VALUE SPACES.
001890     05  WD-AUTHORIZED           PIC ZZZZZ9.
001900     05  FILLER                  PIC X(02)    VALUE SPACES.
001910     05  WD-FILLED               PIC ZZZZZ9.
001920     05  FILLER                  PIC X(02)    VALUE SPACES.
001930     05  WD-VACANT               PIC ZZZZZ9.
001940     05  FILLER                  PIC X(02)    VALUE SPACES.
001950     05  WD-OVER                 PIC ZZZZZ9.
001960     05  FILLER                  PIC X(02)    VALUE SPACES.
001970     05  WD-NOTE                 PIC X(18).
001980
001990*> Department and company totals share the detail columns.
002000 01  WS-TOTAL-FIGURES-LINE.
002010     05  WF-LABEL                PIC X(30).
002020     05  WF-AUTHORIZED           PIC ZZZZZ9.
002030     05  FILLER                  PIC X(02)    VALUE SPACES.
002040     05  WF-FILLED               PIC ZZZZZ9.
002050     05  FILLER                  PIC X(02)    VALUE SPACES.
002060     05  WF-VACANT               PIC ZZZZZ9.
002070     05  FILLER                  PIC X(02)    VALUE SPACES.
002080     05  WF-OVER                 PIC ZZZZZ9.
002090     05  FILLER                  PIC X(20)    VALUE SPACES.
002100
002110 01  WS-TOTAL-LINE.
002120     05  WL-LABEL                PIC X(30).
002130     05  WL-COUNT                PIC ZZZZZZ9.
002140     05  FILLER                  PIC X(43)    VALUE SPACES.
002150
002160 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
002170
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE
002210     PERFORM 2000-LOAD-POSITIONS THRU
002220             2000-LOAD-POSITIONS-EXIT
002230         UNTIL END-OF-POSITIONS
002240     PERFORM 3000-COUNT-ACTIVE-EMPLOYEES THRU
002250             3000-COUNT-ACTIVE-EMPLOYEES-EXIT
002260         UNTIL END-OF-MASTER
002270     PERFORM 6000-WRITE-VACANCY-REPORT THRU
002280             6000-WRITE-VACANCY-REPORT-EXIT
002290     PERFORM 8000-TERMINATE
002300     STOP RUN.
002310
002320 1000-INITIALIZE.
002330     OPEN INPUT POSITION-TABLE
002340     IF NOT WS-POS-OPEN-OK
002350         DISPLAY "POSITION TABLE OPEN FAILED - STATUS "
002360             WS-POS-FILE-STATUS
002370         MOVE 8 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     OPEN INPUT EMPLOYEE-MASTER
002410     IF NOT WS-MASTER-OPEN-OK
002420         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
002430             WS-MASTER-FILE-STATUS
002440         MOVE 8 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470     OPEN OUTPUT VACANCY-REPORT
002480     OPEN INPUT DEPT-TABLE
002490     IF NOT WS-DEPT-OPEN-OK
002500         MOVE "N" TO WS-DEPT-TABLE-SW
002510         DISPLAY "DEPT TABLE NOT AVAILABLE - STATUS "
002520             WS-DEPT-FILE-STATUS " - CODES PRINT BARE"
002530     END-IF
002540     OPEN INPUT JOB-TABLE
002550     IF NOT WS-JOB-OPEN-OK
002560         MOVE "N" TO WS-JOB-TABLE-SW
002570         DISPLAY "JOB TABLE NOT AVAILABLE - STATUS "
002580             WS-JOB-FILE-STATUS " - CODES PRINT BARE"
002590     END-IF
002600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002610     PERFORM 2100-READ-POSITION-RECORD
002620     PERFORM 3100-READ-MASTER-RECORD.
002630
002640*> Every position comes in, open or closed; a closed one
002650*> is budgeted for nobody.
002660 2000-LOAD-POSITIONS.
002670     ADD 1 TO WS-POSITIONS-READ
002680     IF WS-SLOT-COUNT = 2000
002690         DISPLAY "POSITION STATS TABLE FULL - RAISE THE TABLE"
002700         MOVE 8 TO RETURN-CODE
002710         STOP RUN
002720     END-IF
002730     ADD 1 TO WS-SLOT-COUNT
002740     MOVE PS-POSITION-KEY TO WV-POSITION-KEY (WS-SLOT-COUNT)
002750     MOVE 0               TO WV-FILLED       (WS-SLOT-COUNT)
002760     IF PS-IS-CLOSED
002770         MOVE 0           TO WV-AUTHORIZED   (WS-SLOT-COUNT)
002780         MOVE "C"         TO WV-NOTE         (WS-SLOT-COUNT)
002790     ELSE
002800         MOVE PS-AUTHORIZED TO WV-AUTHORIZED (WS-SLOT-COUNT)
002810         MOVE SPACE       TO WV-NOTE         (WS-SLOT-COUNT)
002820     END-IF
002830     PERFORM 2100-READ-POSITION-RECORD.
002840 2000-LOAD-POSITIONS-EXIT.
002850     EXIT.
002860
002870 2100-READ-POSITION-RECORD.
002880     READ POSITION-TABLE NEXT RECORD
002890         AT END
002900             SET END-OF-POSITIONS TO TRUE
002910     END-READ.
002920
002930*> Only active employees fill a position.  An active employee
002940*> in a department and job the table has no position for
002950*> opens a slot of its own.
002960 3000-COUNT-ACTIVE-EMPLOYEES.
002970     ADD 1 TO WS-MASTER-READ
002980     IF NOT EM-IS-ACTIVE
002990         GO TO 3000-COUNT-ACTIVE-EMPLOYEES-NEXT
003000     END-IF
003010     ADD 1 TO WS-ACTIVE-COUNTED
003020     MOVE EM-DEPT-CODE TO WS-LOOKUP-DEPT
003030     MOVE EM-JOB-CODE  TO WS-LOOKUP-JOB
003040     PERFORM 5000-FIND-SLOT THRU
003050             5000-FIND-SLOT-EXIT
003060     IF WS-SLOT = 0
003070         PERFORM 5100-OPEN-UNBUDGETED-SLOT THRU
003080                 5100-OPEN-UNBUDGETED-SLOT-EXIT
003090     END-IF
003100     IF WV-HAS-NO-POSITION (WS-SLOT)
003110         ADD 1 TO WS-OUTSIDE-POSITIONS
003120     END-IF
003130     ADD 1 TO WV-FILLED (WS-SLOT).
003140 3000-COUNT-ACTIVE-EMPLOYEES-NEXT.
003150     PERFORM 3100-READ-MASTER-RECORD.
003160 3000-COUNT-ACTIVE-EMPLOYEES-EXIT.
003170     EXIT.
003180
003190 3100-READ-MASTER-RECORD.
003200     READ EMPLOYEE-MASTER NEXT RECORD
003210         AT END
003220             SET END-OF-MASTER TO TRUE
003230     END-READ.
003240
003250*> Serial search of the slots for the department and job
003260*> in WS-LOOKUP-POSITION, leaving the slot number in
003270*> WS-SLOT - zero when there is none.
003280 5000-FIND-SLOT.
003290     MOVE 0 TO WS-SLOT
003300     MOVE 1 TO WS-SLOT-SUB
003310     PERFORM 5010-MATCH-SLOT THRU
003320             5010-MATCH-SLOT-EXIT
003330         UNTIL WS-SLOT > 0 OR
003340               WS-SLOT-SUB > WS-SLOT-COUNT.
003350 5000-FIND-SLOT-EXIT.
003360     EXIT.
003370
003380 5010-MATCH-SLOT.
003390     IF WV-POSITION-KEY (WS-SLOT-SUB) = WS-LOOKUP-POSITION
003400         MOVE WS-SLOT-SUB TO WS-SLOT
003410     END-IF
003420     ADD 1 TO WS-SLOT-SUB.
003430 5010-MATCH-SLOT-EXIT.
003440     EXIT.
003450
003460 5100-OPEN-UNBUDGETED-SLOT.
003470     IF WS-SLOT-COUNT = 2000
003480         DISPLAY "POSITION STATS TABLE FULL - RAISE THE TABLE"
003490         MOVE 8 TO RETURN-CODE
003500         STOP RUN
003510     END-IF
003520     ADD 1 TO WS-SLOT-COUNT
003530     MOVE WS-SLOT-COUNT      TO WS-SLOT
003540     MOVE WS-LOOKUP-POSITION TO WV-POSITION-KEY (WS-SLOT)
003550     MOVE 0                  TO WV-AUTHORIZED   (WS-SLOT)
003560     MOVE 0                  TO WV-FILLED       (WS-SLOT)
003570     MOVE "N"                TO WV-NOTE         (WS-SLOT).
003580 5100-OPEN-UNBUDGETED-SLOT-EXIT.
003590     EXIT.
003600
003610 6000-WRITE-VACANCY-REPORT.
003620     PERFORM 6100-SORT-SLOTS THRU
003630             6100-SORT-SLOTS-EXIT
003640     MOVE WS-RUN-DATE TO WP-RUN-DATE
003650     WRITE VACANCY-REPORT-RECORD FROM WS-PAGE-HEADER
003660     WRITE VACANCY-REPORT-RECORD FROM WS-BLANK-LINE
003670     WRITE VACANCY-REPORT-RECORD FROM WS-COLUMN-HEADER
003680     MOVE 1 TO WS-SLOT-SUB
003690     PERFORM 6200-WRITE-ONE-POSITION THRU
003700             6200-WRITE-ONE-POSITION-EXIT
003710         UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
003720     IF WS-CURRENT-DEPT NOT = LOW-VALUES
003730         PERFORM 6500-WRITE-DEPT-TOTAL
003740     END-IF
003750     WRITE VACANCY-REPORT-RECORD FROM WS-BLANK-LINE
003760     MOVE "COMPANY TOTAL"     TO WF-LABEL
003770     MOVE WS-GRAND-AUTHORIZED TO WF-AUTHORIZED
003780     MOVE WS-GRAND-FILLED     TO WF-FILLED
003790     MOVE WS-GRAND-VACANT     TO WF-VACANT
003800     MOVE WS-GRAND-OVER       TO WF-OVER
003810     WRITE VACANCY-REPORT-RECORD FROM WS-TOTAL-FIGURES-LINE
003820     WRITE VACANCY-REPORT-RECORD FROM WS-BLANK-LINE
003830     MOVE "DEPARTMENTS:"               TO WL-LABEL
003840     MOVE WS-DEPARTMENTS-SEEN          TO WL-COUNT
003850     WRITE VACANCY-REPORT-RECORD FROM WS-TOTAL-LINE
003860     MOVE "ACTIVE EMPLOYEES:"          TO WL-LABEL
003870     MOVE WS-ACTIVE-COUNTED            TO WL-COUNT
003880     WRITE VACANCY-REPORT-RECORD FROM WS-TOTAL-LINE
003890     MOVE "  OUTSIDE ANY POSITION:"    TO WL-LABEL
003900     MOVE WS-OUTSIDE-POSITIONS         TO WL-COUNT
003910     WRITE VACANCY-REPORT-RECORD FROM WS-TOTAL-LINE.
003920 6000-WRITE-VACANCY-REPORT-EXIT.
003930     EXIT.
003940
003950*> Straight exchange sort on department and job.  The
003960*> table arrives in that order off the POSITION-TABLE; only
003970*> the slots opened for employees outside a position need
003980*> moving into place.  UNASSIGNED's blank code sorts to the
003990*> top the way the roster leads with it.
004000 6100-SORT-SLOTS.
004010     IF WS-SLOT-COUNT < 2
004020         GO TO 6100-SORT-SLOTS-EXIT
004030     END-IF
004040     SET A-SWAP-WAS-MADE TO TRUE
004050     PERFORM 6110-ONE-SORT-PASS THRU
004060             6110-ONE-SORT-PASS-EXIT
004070         UNTIL NOT A-SWAP-WAS-MADE.
004080 6100-SORT-SLOTS-EXIT.
004090     EXIT.
004100
004110 6110-ONE-SORT-PASS.
004120     MOVE "N" TO WS-SWAPPED-SW
004130     COMPUTE WS-SORT-LIMIT = WS-SLOT-COUNT - 1
004140     MOVE 1 TO WS-SORT-SUB
004150     PERFORM 6120-COMPARE-ADJACENT-SLOTS THRU
004160             6120-COMPARE-ADJACENT-SLOTS-EXIT
004170         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
004180 6110-ONE-SORT-PASS-EXIT.
004190     EXIT.
004200
004210 6120-COMPARE-ADJACENT-SLOTS.
004220     COMPUTE WS-SLOT-SUB = WS-SORT-SUB + 1
004230     IF WV-POSITION-KEY (WS-SORT-SUB) >
004240             WV-POSITION-KEY (WS-SLOT-SUB)
004250         MOVE WS-VACANCY-ENTRY (WS-SORT-SUB)
004260             TO WS-SWAP-ENTRY
004270         MOVE WS-VACANCY-ENTRY (WS-SLOT-SUB)
004280             TO WS-VACANCY-ENTRY (WS-SORT-SUB)
004290         MOVE WS-SWAP-ENTRY
004300             TO WS-VACANCY-ENTRY (WS-SLOT-SUB)
004310         SET A-SWAP-WAS-MADE TO TRUE
004320     END-IF
004330     ADD 1 TO WS-SORT-SUB.
004340 6120-COMPARE-ADJACENT-SLOTS-EXIT.
004350     EXIT.
004360
004370*> A change of department closes out the one before it and
004380*> heads the next.  Vacant and over-filled are counted per
004390*> position, so a department's spare heads in one job never
004400*> hide an over-filled job beside them.
004410 6200-WRITE-ONE-POSITION.
004420     IF WV-DEPT-CODE (WS-SLOT-SUB) NOT = WS-CURRENT-DEPT
004430         IF WS-CURRENT-DEPT NOT = LOW-VALUES
004440             PERFORM 6500-WRITE-DEPT-TOTAL
004450         END-IF
004460         PERFORM 6300-WRITE-DEPT-HEADER
004470     END-IF
004480     MOVE 0 TO WS-VACANT
004490     MOVE 0 TO WS-OVER
004500     IF WV-AUTHORIZED (WS-SLOT-SUB) > WV-FILLED (WS-SLOT-SUB)
004510         COMPUTE WS-VACANT = WV-AUTHORIZED (WS-SLOT-SUB)
004520             - WV-FILLED (WS-SLOT-SUB)
004530     ELSE
004540         COMPUTE WS-OVER = WV-FILLED (WS-SLOT-SUB)
004550             - WV-AUTHORIZED (WS-SLOT-SUB)
004560     END-IF
004570     MOVE SPACES TO WS-DETAIL-LINE
004580     MOVE WV-JOB-CODE (WS-SLOT-SUB) TO WD-JOB-CODE
004590     IF WV-JOB-CODE (WS-SLOT-SUB) = SPACES
004600         MOVE "(NO JOB CODE)" TO WD-JOB-NAME
004610     ELSE
004620         IF JOB-TABLE-IS-PRESENT
004630             PERFORM 6450-LOOK-UP-JOB-NAME
004640         END-IF
004650     END-IF
004660     MOVE WV-AUTHORIZED (WS-SLOT-SUB) TO WD-AUTHORIZED
004670     MOVE WV-FILLED     (WS-SLOT-SUB) TO WD-FILLED
004680     MOVE WS-VACANT                   TO WD-VACANT
004690     MOVE WS-OVER                     TO WD-OVER
004700     EVALUATE TRUE
004710         WHEN WV-IS-CLOSED (WS-SLOT-SUB)
004720             MOVE "POSITION CLOSED"   TO WD-NOTE
004730         WHEN WV-HAS-NO-POSITION (WS-SLOT-SUB)
004740             MOVE "NO POSITION"       TO WD-NOTE
004750         WHEN OTHER
004760             CONTINUE
004770     END-EVALUATE
004780     WRITE VACANCY-REPORT-RECORD FROM WS-DETAIL-LINE
004790     ADD WV-AUTHORIZED (WS-SLOT-SUB) TO WS-DEPT-AUTHORIZED
004800     ADD WV-FILLED     (WS-SLOT-SUB) TO WS-DEPT-FILLED
004810     ADD WS-VACANT                   TO WS-DEPT-VACANT
004820     ADD WS-OVER                     TO WS-DEPT-OVER
004830     ADD 1 TO WS-SLOT-SUB.
004840 6200-WRITE-ONE-POSITION-EXIT.
004850     EXIT.
004860
004870 6300-WRITE-DEPT-HEADER.
004880     MOVE WV-DEPT-CODE (WS-SLOT-SUB) TO WS-CURRENT-DEPT
004890     MOVE 0 TO WS-DEPT-AUTHORIZED
004900     MOVE 0 TO WS-DEPT-FILLED
004910     MOVE 0 TO WS-DEPT-VACANT
004920     MOVE 0 TO WS-DEPT-OVER
004930     ADD 1 TO WS-DEPARTMENTS-SEEN
004940     MOVE SPACES TO WH-DEPT-NAME
004950     IF WS-CURRENT-DEPT = SPACES
004960         MOVE "UNASSIGNED" TO WH-DEPT-CODE
004970     ELSE
004980         MOVE WS-CURRENT-DEPT TO WH-DEPT-CODE
004990         IF DEPT-TABLE-IS-PRESENT
005000             PERFORM 6400-LOOK-UP-DEPT-NAME
005010         END-IF
005020     END-IF
005030     WRITE VACANCY-REPORT-RECORD FROM WS-BLANK-LINE
005040     WRITE VACANCY-REPORT-RECORD FROM WS-DEPT-HEADER.
005050
005060 6400-LOOK-UP-DEPT-NAME.
005070     MOVE WS-CURRENT-DEPT TO DT-DEPT-CODE
005080     READ DEPT-TABLE
005090         INVALID KEY
005100             MOVE "** NOT ON DEPT TABLE **" TO WH-DEPT-NAME
005110         NOT INVALID KEY
005120             MOVE DT-DEPT-NAME TO WH-DEPT-NAME
005130     END-READ.
005140
005150*> The report column takes the first twenty characters of
005160*> the job title.
005170 6450-LOOK-UP-JOB-NAME.
005180     MOVE WV-JOB-CODE (WS-SLOT-SUB) TO JB-JOB-CODE
005190     READ JOB-TABLE
005200         INVALID KEY
005210             MOVE "** NOT ON JOB TBL **" TO WD-JOB-NAME
005220         NOT INVALID KEY
005230             MOVE JB-JOB-NAME TO WD-JOB-NAME
005240     END-READ.
005250
005260 6500-WRITE-DEPT-TOTAL.
005270     MOVE "  DEPARTMENT TOTAL"  TO WF-LABEL
005280     MOVE WS-DEPT-AUTHORIZED    TO WF-AUTHORIZED
005290     MOVE WS-DEPT-FILLED        TO WF-FILLED
005300     MOVE WS-DEPT-VACANT        TO WF-VACANT
005310     MOVE WS-DEPT-OVER          TO WF-OVER
005320     WRITE VACANCY-REPORT-RECORD FROM WS-TOTAL-FIGURES-LINE
005330     ADD WS-DEPT-AUTHORIZED TO WS-GRAND-AUTHORIZED
005340     ADD WS-DEPT-FILLED     TO WS-GRAND-FILLED
005350     ADD WS-DEPT-VACANT     TO WS-GRAND-VACANT
005360     ADD WS-DEPT-OVER       TO WS-GRAND-OVER.
005370
005380 8000-TERMINATE.
005390     CLOSE POSITION-TABLE
005400     CLOSE EMPLOYEE-MASTER
005410     CLOSE VACANCY-REPORT
005420     IF DEPT-TABLE-IS-PRESENT
005430         CLOSE DEPT-TABLE
005440     END-IF
005450     IF JOB-TABLE-IS-PRESENT
005460         CLOSE JOB-TABLE
005470     END-IF
005480     DISPLAY "POSITIONS READ:         " WS-POSITIONS-READ
005490     DISPLAY "MASTER RECORDS READ:    " WS-MASTER-READ
005500     DISPLAY "ACTIVE EMPLOYEES:       " WS-ACTIVE-COUNTED
005510     DISPLAY "OUTSIDE ANY POSITION:   " WS-OUTSIDE-POSITIONS
005520     DISPLAY "TOTAL VACANT:           " WS-GRAND-VACANT
005530     DISPLAY "TOTAL OVER-FILLED:      " WS-GRAND-OVER.
