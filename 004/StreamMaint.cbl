000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    StreamMaint.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  RATE-TABLE UNIT.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Job-stream definition maintenance.  The nightly stream - *
000090* which jobs run, in what order, after which predecessors  *
000100* and in which windows - is kept on the JOB-DEFINITIONS    *
000110* file the run-control driver and the trend report read.   *
000120* This run applies a deck of maintenance cards to it:      *
000130*                                                          *
000140*   A  defines a new job in the stream                     *
000150*   C  replaces a job's definition outright with the one   *
000160*      on this card - sequence, frequency, run day and     *
000170*      predecessors                                        *
000180*   X  takes a job out of the stream                       *
000190*                                                          *
000200* The stream must stay in dependency order, because the    *
000210* driver clears a failed job's successors in one forward   *
000220* pass.  So a predecessor must already be defined with a   *
000230* lower sequence number than the job waiting on it, a      *
000240* change may not move a job behind one of its own          *
000250* successors, no two jobs share a sequence number, and a   *
000260* job still named as a predecessor cannot be taken out.    *
000270* Every card prints on the change listing - the definition *
000280* before and after for an applied card, the reason for a   *
000290* refused one.                                             *
000300*                                                          *
000310* The stream as first converted from the driver's compiled *
000320* table is the card deck JOBDMNT.INITIAL.                  *
000330*                                                          *
000340* MODIFICATION HISTORY                                     *
000350* 2026-10-14 TJM  Original job-stream definition           *
000360*                 maintenance.                             *
000370*----------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STREAM-MAINT-CARDS ASSIGN TO "JOBDMNT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS   IS WS-CARD-FILE-STATUS.
000450
000460     SELECT JOB-DEFINITIONS ASSIGN TO "JOBDEF"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS JD-JOB-NAME
000500         FILE STATUS IS WS-JOBDEF-FILE-STATUS.
000510
000520     SELECT CHANGE-LISTING ASSIGN TO "JOBDRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*> One card per action.  An X card needs only the job name;
000580*> an A or C card carries the whole definition.  Run day is
000590*> 01-07 (Sunday-Saturday) for a weekly job, 01-31 for a
000600*> monthly one, and blank for a nightly or on-request job.
000610 FD  STREAM-MAINT-CARDS
000620     RECORD CONTAINS 100 CHARACTERS.
000630 01  STREAM-MAINT-RECORD.
000640     05  JM-FUNC-CODE            PIC X(01).
000650         88  JM-IS-ADD               VALUE "A".
000660         88  JM-IS-CHANGE            VALUE "C".
000670         88  JM-IS-DELETE            VALUE "X".
000680     05  JM-JOB-NAME             PIC X(15).
000690     05  JM-STREAM-SEQ           PIC X(04).
000700     05  JM-STREAM-SEQ-NUM REDEFINES JM-STREAM-SEQ
000710                                 PIC 9(04).
000720     05  JM-FREQUENCY            PIC X(01).
000730         88  JM-RUNS-NIGHTLY         VALUE "N".
000740         88  JM-RUNS-WEEKLY          VALUE "W".
000750         88  JM-RUNS-MONTHLY         VALUE "M".
000760         88  JM-RUNS-ON-REQUEST      VALUE "R".
000770     05  JM-RUN-DAY              PIC X(02).
000780     05  JM-RUN-DAY-NUM REDEFINES JM-RUN-DAY
000790                                 PIC 9(02).
000800     05  JM-PREDECESSOR          PIC X(15)
000810                                 OCCURS 5 TIMES.
000820     05  FILLER                  PIC X(02).
000830
000840 FD  JOB-DEFINITIONS
000850     RECORD CONTAINS 110 CHARACTERS.
000860     COPY JOBDEF.
000870
000880 FD  CHANGE-LISTING
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  CHANGE-LISTING-RECORD       PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-CARD-FILE-STATUS         PIC X(02)    VALUE "00".
000940     88  WS-CARD-OPEN-OK             VALUE "00".
000950
000960 01  WS-JOBDEF-FILE-STATUS       PIC X(02)    VALUE "00".
000970     88  WS-JOBDEF-OPEN-OK           VALUE "00".
000980     88  WS-JOBDEF-FILE-NOT-FOUND    VALUE "35".
000990
001000 01  WS-SWITCHES.
001010     05  WS-END-OF-CARDS-SW      PIC X(01)    VALUE "N".
001020         88  END-OF-CARDS            VALUE "Y".
001030     05  WS-VALIDATION-SW        PIC X(01)    VALUE "Y".
001040         88  CARD-IS-VALID           VALUE "Y".
001050         88  CARD-IS-INVALID         VALUE "N".
001060     05  WS-DEFINED-SW           PIC X(01)    VALUE "N".
001070         88  JOB-IS-DEFINED          VALUE "Y".
001080     05  WS-END-OF-STREAM-SW     PIC X(01)    VALUE "N".
001090         88  END-OF-STREAM           VALUE "Y".
001100
001110 01  WS-REJECT-REASON            PIC X(40)    VALUE SPACES.
001120
001130 01  WS-RUN-DATE                 PIC 9(08)    VALUE 0.
001140
001150 01  WS-COUNTERS.
001160     05  WS-CARDS-READ           PIC 9(07)    VALUE 0.
001170     05  WS-ADDS-APPLIED         PIC 9(07)    VALUE 0.
001180     05  WS-CHANGES-APPLIED      PIC 9(07)    VALUE 0.
001190     05  WS-DELETES-APPLIED      PIC 9(07)    VALUE 0.
001200     05  WS-CARDS-REJECTED       PIC 9(07)    VALUE 0.
001210
001220 01  WS-PRED-SUB                 PIC 9(02)    VALUE 0.
001230 01  WS-MATCH-SUB                PIC 9(02)    VALUE 0.
001240 01  WS-PREDECESSOR-NAME         PIC X(15)    VALUE SPACES.
001250
001260*> The job's definition as it stood before the card and as
001270*> the card leaves it, held as whole images - the record
001280*> area is reused for the on-file checks in between.
001290 01  WS-OLD-DEFINITION           PIC X(110)   VALUE SPACES.
001300 01  WS-NEW-DEFINITION           PIC X(110)   VALUE SPACES.
001310
001320 01  WS-PAGE-HEADER.
001330     05  FILLER                  PIC X(31)
001340         VALUE "JOB STREAM DEFINITION CHANGES  ".
001350     05  FILLER                  PIC X(09)    VALUE "RUN DATE ".
001360     05  WP-RUN-DATE             PIC 9(08).
001370     05  FILLER                  PIC X(32)    VALUE SPACES.
001380
001390 01  WS-CARD-LINE.
001400     05  WC-FUNC-CODE            PIC X(01).
001410     05  FILLER                  PIC X(02)    VALUE SPACES.
001420     05  WC-JOB-NAME             PIC X(15).
001430     05  FILLER                  PIC X(02)    VALUE SPACES.
001440     05  WC-DISPOSITION          PIC X(60).
001450
001460*> One definition, before or after.  The predecessors print
001470*> two to a line; the third to fifth go on continuation
001480*> lines under the first two.
001490 01  WS-DEFINITION-LINE.
001500     05  FILLER                  PIC X(05)    VALUE SPACES.
001510     05  WD-LABEL                PIC X(07).
001520     05  WD-SEQ-TAG              PIC X(04).
001530     05  WD-STREAM-SEQ           PIC X(04).
001540     05  FILLER                  PIC X(02)    VALUE SPACES.
001550     05  WD-FREQUENCY            PIC X(10).
001560     05  FILLER                  PIC X(01)    VALUE SPACES.
001570     05  WD-DAY-TAG              PIC X(04).
001580     05  WD-RUN-DAY              PIC X(03).
001590     05  FILLER                  PIC X(01)    VALUE SPACES.
001600     05  WD-PRED-TAG             PIC X(06).
001610     05  WD-PRED-1               PIC X(15).
001620     05  FILLER                  PIC X(01)    VALUE SPACES.
001630     05  WD-PRED-2               PIC X(15).
001640     05  FILLER                  PIC X(02)    VALUE SPACES.
001650
001660 01  WS-DAY-NAME-DATA            PIC X(21)
001670         VALUE "SUNMONTUEWEDTHUFRISAT".
001680 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-DATA.
001690     05  WS-DAY-NAME             PIC X(03)    OCCURS 7 TIMES.
001700
001710 01  WS-TOTAL-LINE.
001720     05  WL-LABEL                PIC X(30).
001730     05  WL-COUNT                PIC ZZZZZZ9.
001740     05  FILLER                  PIC X(43)    VALUE SPACES.
001750
001760 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE
001810     PERFORM 2000-PROCESS-CARDS THRU
001820             2000-PROCESS-CARDS-EXIT
001830         UNTIL END-OF-CARDS
001840     PERFORM 6000-WRITE-TOTALS
001850     PERFORM 8000-TERMINATE
001860     STOP RUN.
001870
001880 1000-INITIALIZE.
001890     OPEN INPUT STREAM-MAINT-CARDS
001900     IF NOT WS-CARD-OPEN-OK
001910         DISPLAY "STREAM MAINT CARDS OPEN FAILED - STATUS "
001920             WS-CARD-FILE-STATUS
001930         STOP RUN
001940     END-IF
001950     PERFORM 1100-OPEN-JOB-DEFINITIONS THRU
001960             1100-OPEN-JOB-DEFINITIONS-EXIT
001970     OPEN OUTPUT CHANGE-LISTING
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001990     MOVE WS-RUN-DATE TO WP-RUN-DATE
002000     WRITE CHANGE-LISTING-RECORD FROM WS-PAGE-HEADER
002010     PERFORM 2100-READ-MAINT-CARD.
002020
002030*> The very first run finds no definition file (status 35)
002040*> and creates it empty before reopening for update.
002050 1100-OPEN-JOB-DEFINITIONS.
002060     OPEN I-O JOB-DEFINITIONS
002070     IF WS-JOBDEF-FILE-NOT-FOUND
002080         OPEN OUTPUT JOB-DEFINITIONS
002090         CLOSE JOB-DEFINITIONS
002100         OPEN I-O JOB-DEFINITIONS
002110     END-IF
002120     IF NOT WS-JOBDEF-OPEN-OK
002130         DISPLAY "JOB DEFINITIONS OPEN FAILED - STATUS "
002140             WS-JOBDEF-FILE-STATUS
002150         STOP RUN
002160     END-IF.
002170 1100-OPEN-JOB-DEFINITIONS-EXIT.
002180     EXIT.
002190
002200 2000-PROCESS-CARDS.
002210     ADD 1 TO WS-CARDS-READ
002220     WRITE CHANGE-LISTING-RECORD FROM WS-BLANK-LINE
002230     PERFORM 2200-VALIDATE-CARD THRU
002240             2200-VALIDATE-CARD-EXIT
002250     IF CARD-IS-VALID
002260         PERFORM 3000-APPLY-TO-DEFINITIONS THRU
002270                 3000-APPLY-TO-DEFINITIONS-EXIT
002280     ELSE
002290         PERFORM 2600-WRITE-REJECT-LINE
002300     END-IF
002310     PERFORM 2100-READ-MAINT-CARD.
002320 2000-PROCESS-CARDS-EXIT.
002330     EXIT.
002340
002350 2100-READ-MAINT-CARD.
002360     READ STREAM-MAINT-CARDS
002370         AT END
002380             SET END-OF-CARDS TO TRUE
002390     END-READ.
002400
002410*> The card on its own: a known function and a job name,
002420*> and for an add or change a sequence number, a frequency
002430*> with a run day that fits it, and predecessors that are
002440*> neither the job itself nor named twice.  What is on file
002450*> is checked when the card is applied.
002460 2200-VALIDATE-CARD.
002470     SET CARD-IS-VALID TO TRUE
002480     MOVE SPACES TO WS-REJECT-REASON
002490     IF NOT JM-IS-ADD AND NOT JM-IS-CHANGE AND NOT JM-IS-DELETE
002500         SET CARD-IS-INVALID TO TRUE
002510         MOVE "UNKNOWN FUNCTION CODE - MUST BE A/C/X"
002520             TO WS-REJECT-REASON
002530         GO TO 2200-VALIDATE-CARD-EXIT
002540     END-IF
002550     IF JM-JOB-NAME = SPACES
002560         SET CARD-IS-INVALID TO TRUE
002570         MOVE "JOB NAME IS REQUIRED" TO WS-REJECT-REASON
002580         GO TO 2200-VALIDATE-CARD-EXIT
002590     END-IF
002600     IF JM-IS-DELETE
002610         GO TO 2200-VALIDATE-CARD-EXIT
002620     END-IF
002630     IF JM-STREAM-SEQ IS NOT NUMERIC OR JM-STREAM-SEQ-NUM = 0
002640         SET CARD-IS-INVALID TO TRUE
002650         MOVE "STREAM SEQUENCE MUST BE 0001-9999"
002660             TO WS-REJECT-REASON
002670         GO TO 2200-VALIDATE-CARD-EXIT
002680     END-IF
002690     IF NOT JM-RUNS-NIGHTLY AND NOT JM-RUNS-WEEKLY AND
002700             NOT JM-RUNS-MONTHLY AND NOT JM-RUNS-ON-REQUEST
002710         SET CARD-IS-INVALID TO TRUE
002720         MOVE "FREQUENCY MUST BE N/W/M/R" TO WS-REJECT-REASON
002730         GO TO 2200-VALIDATE-CARD-EXIT
002740     END-IF
002750     PERFORM 2300-VALIDATE-RUN-DAY
002760     IF CARD-IS-INVALID
002770         GO TO 2200-VALIDATE-CARD-EXIT
002780     END-IF
002790     MOVE 1 TO WS-PRED-SUB
002800     PERFORM 2400-CHECK-CARD-PREDECESSOR THRU
002810             2400-CHECK-CARD-PREDECESSOR-EXIT
002820         UNTIL WS-PRED-SUB > 5 OR CARD-IS-INVALID.
002830 2200-VALIDATE-CARD-EXIT.
002840     EXIT.
002850
002860*> A weekly job names its weekday and a monthly job its day
002870*> of the month; a nightly or on-request job has no run day.
002880 2300-VALIDATE-RUN-DAY.
002890     EVALUATE TRUE
002900         WHEN JM-RUNS-WEEKLY
002910             IF JM-RUN-DAY IS NOT NUMERIC OR
002920                     JM-RUN-DAY-NUM < 01 OR JM-RUN-DAY-NUM > 07
002930                 SET CARD-IS-INVALID TO TRUE
002940                 MOVE "WEEKLY RUN DAY MUST BE 01-07 (SUN-SAT)"
002950                     TO WS-REJECT-REASON
002960             END-IF
002970         WHEN JM-RUNS-MONTHLY
002980             IF JM-RUN-DAY IS NOT NUMERIC OR
002990                     JM-RUN-DAY-NUM < 01 OR JM-RUN-DAY-NUM > 31
003000                 SET CARD-IS-INVALID TO TRUE
003010                 MOVE "MONTHLY RUN DAY MUST BE 01-31"
003020                     TO WS-REJECT-REASON
003030             END-IF
003040         WHEN OTHER
003050             IF JM-RUN-DAY NOT = SPACES AND JM-RUN-DAY NOT = "00"
003060                 SET CARD-IS-INVALID TO TRUE
003070                 MOVE "RUN DAY ONLY FOR A WEEKLY OR MONTHLY JOB"
003080                     TO WS-REJECT-REASON
003090             END-IF
003100     END-EVALUATE.
003110
003120 2400-CHECK-CARD-PREDECESSOR.
003130     IF JM-PREDECESSOR (WS-PRED-SUB) = SPACES
003140         GO TO 2400-CHECK-CARD-PREDECESSOR-NEXT
003150     END-IF
003160     IF JM-PREDECESSOR (WS-PRED-SUB) = JM-JOB-NAME
003170         SET CARD-IS-INVALID TO TRUE
003180         MOVE "A JOB CANNOT BE ITS OWN PREDECESSOR"
003190             TO WS-REJECT-REASON
003200         GO TO 2400-CHECK-CARD-PREDECESSOR-EXIT
003210     END-IF
003220     MOVE 1 TO WS-MATCH-SUB
003230     PERFORM 2410-MATCH-EARLIER-PREDECESSOR
003240         UNTIL WS-MATCH-SUB NOT < WS-PRED-SUB OR CARD-IS-INVALID.
003250 2400-CHECK-CARD-PREDECESSOR-NEXT.
003260     ADD 1 TO WS-PRED-SUB.
003270 2400-CHECK-CARD-PREDECESSOR-EXIT.
003280     EXIT.
003290
003300 2410-MATCH-EARLIER-PREDECESSOR.
003310     IF JM-PREDECESSOR (WS-MATCH-SUB) =
003320             JM-PREDECESSOR (WS-PRED-SUB)
003330         SET CARD-IS-INVALID TO TRUE
003340         MOVE "SAME PREDECESSOR NAMED TWICE"
003350             TO WS-REJECT-REASON
003360     END-IF
003370     ADD 1 TO WS-MATCH-SUB.
003380
003390 2600-WRITE-REJECT-LINE.
003400     ADD 1 TO WS-CARDS-REJECTED
003410     MOVE SPACES        TO WS-CARD-LINE
003420     MOVE JM-FUNC-CODE  TO WC-FUNC-CODE
003430     MOVE JM-JOB-NAME   TO WC-JOB-NAME
003440     STRING "REFUSED - " DELIMITED BY SIZE
003450            WS-REJECT-REASON DELIMITED BY SIZE
003460         INTO WC-DISPOSITION
003470     END-STRING
003480     WRITE CHANGE-LISTING-RECORD FROM WS-CARD-LINE.
003490
003500*> An add takes a name not yet defined; a change or a
003510*> delete needs one that is.  The card's predecessors must
003520*> be on file ahead of it, and the pass over the whole
003530*> stream holds the sequence numbers unique and the order
003540*> intact before anything is written.
003550 3000-APPLY-TO-DEFINITIONS.
003560     MOVE "N" TO WS-DEFINED-SW
003570     MOVE SPACES TO WS-OLD-DEFINITION
003580     MOVE JM-JOB-NAME TO JD-JOB-NAME
003590     READ JOB-DEFINITIONS
003600         INVALID KEY
003610             CONTINUE
003620         NOT INVALID KEY
003630             SET JOB-IS-DEFINED TO TRUE
003640             MOVE JOB-DEFINITION-RECORD TO WS-OLD-DEFINITION
003650     END-READ
003660     IF JM-IS-ADD AND JOB-IS-DEFINED
003670         MOVE "JOB ALREADY DEFINED - USE C" TO WS-REJECT-REASON
003680         PERFORM 2600-WRITE-REJECT-LINE
003690         GO TO 3000-APPLY-TO-DEFINITIONS-EXIT
003700     END-IF
003710     IF NOT JM-IS-ADD AND NOT JOB-IS-DEFINED
003720         MOVE "JOB NOT DEFINED IN THE STREAM"
003730             TO WS-REJECT-REASON
003740         PERFORM 2600-WRITE-REJECT-LINE
003750         GO TO 3000-APPLY-TO-DEFINITIONS-EXIT
003760     END-IF
003770     IF NOT JM-IS-DELETE
003780         PERFORM 3050-BUILD-NEW-DEFINITION
003790         MOVE 1 TO WS-PRED-SUB
003800         PERFORM 3100-CHECK-PREDECESSOR-ON-FILE THRU
003810                 3100-CHECK-PREDECESSOR-ON-FILE-EXIT
003820             UNTIL WS-PRED-SUB > 5 OR CARD-IS-INVALID
003830     END-IF
003840     IF CARD-IS-VALID
003850         PERFORM 3200-SCAN-STREAM THRU
003860                 3200-SCAN-STREAM-EXIT
003870     END-IF
003880     IF CARD-IS-INVALID
003890         PERFORM 2600-WRITE-REJECT-LINE
003900         GO TO 3000-APPLY-TO-DEFINITIONS-EXIT
003910     END-IF
003920     EVALUATE TRUE
003930         WHEN JM-IS-ADD
003940             PERFORM 3500-ADD-DEFINITION
003950         WHEN JM-IS-CHANGE
003960             PERFORM 3600-CHANGE-DEFINITION
003970         WHEN JM-IS-DELETE
003980             PERFORM 3700-DELETE-DEFINITION
003990     END-EVALUATE.
004000 3000-APPLY-TO-DEFINITIONS-EXIT.
004010     EXIT.
004020
004030 3050-BUILD-NEW-DEFINITION.
004040     MOVE SPACES            TO JOB-DEFINITION-RECORD
004050     MOVE JM-JOB-NAME       TO JD-JOB-NAME
004060     MOVE JM-STREAM-SEQ-NUM TO JD-STREAM-SEQ
004070     MOVE JM-FREQUENCY      TO JD-FREQUENCY
004080     IF JM-RUNS-WEEKLY OR JM-RUNS-MONTHLY
004090         MOVE JM-RUN-DAY-NUM TO JD-RUN-DAY
004100     ELSE
004110         MOVE 0              TO JD-RUN-DAY
004120     END-IF
004130     MOVE JM-PREDECESSOR (1) TO JD-PREDECESSOR (1)
004140     MOVE JM-PREDECESSOR (2) TO JD-PREDECESSOR (2)
004150     MOVE JM-PREDECESSOR (3) TO JD-PREDECESSOR (3)
004160     MOVE JM-PREDECESSOR (4) TO JD-PREDECESSOR (4)
004170     MOVE JM-PREDECESSOR (5) TO JD-PREDECESSOR (5)
004180     MOVE WS-RUN-DATE       TO JD-LAST-CHANGED
004190     MOVE JOB-DEFINITION-RECORD TO WS-NEW-DEFINITION.
004200
004210*> A predecessor must be defined already, and ahead of the
004220*> job in the stream.
004230 3100-CHECK-PREDECESSOR-ON-FILE.
004240     IF JM-PREDECESSOR (WS-PRED-SUB) = SPACES
004250         GO TO 3100-CHECK-PREDECESSOR-NEXT
004260     END-IF
004270     MOVE JM-PREDECESSOR (WS-PRED-SUB) TO JD-JOB-NAME
004280     READ JOB-DEFINITIONS
004290         INVALID KEY
004300             SET CARD-IS-INVALID TO TRUE
004310             MOVE SPACES TO WS-REJECT-REASON
004320             STRING "PREDECESSOR NOT DEFINED: " DELIMITED BY SIZE
004330                    JM-PREDECESSOR (WS-PRED-SUB)
004340                        DELIMITED BY SIZE
004350                 INTO WS-REJECT-REASON
004360             END-STRING
004370             GO TO 3100-CHECK-PREDECESSOR-ON-FILE-EXIT
004380     END-READ
004390     IF JD-STREAM-SEQ NOT < JM-STREAM-SEQ-NUM
004400         SET CARD-IS-INVALID TO TRUE
004410         MOVE SPACES TO WS-REJECT-REASON
004420         STRING "MUST FOLLOW PREDECESSOR " DELIMITED BY SIZE
004430                JM-PREDECESSOR (WS-PRED-SUB) DELIMITED BY SIZE
004440             INTO WS-REJECT-REASON
004450         END-STRING
004460         GO TO 3100-CHECK-PREDECESSOR-ON-FILE-EXIT
004470     END-IF.
004480 3100-CHECK-PREDECESSOR-NEXT.
004490     ADD 1 TO WS-PRED-SUB.
004500 3100-CHECK-PREDECESSOR-ON-FILE-EXIT.
004510     EXIT.
004520
004530*> One pass over every other job in the stream.  Its
004540*> sequence number may not be the one the card asks for,
004550*> and a job that waits on this one holds it in place - a
004560*> delete is refused outright and a change may not move
004570*> this job level with or behind it.
004580 3200-SCAN-STREAM.
004590     MOVE "N" TO WS-END-OF-STREAM-SW
004600     MOVE LOW-VALUES TO JD-JOB-NAME
004610     START JOB-DEFINITIONS KEY IS NOT LESS THAN JD-JOB-NAME
004620         INVALID KEY
004630             GO TO 3200-SCAN-STREAM-EXIT
004640     END-START
004650     PERFORM 3210-READ-NEXT-DEFINITION
004660     PERFORM 3220-CHECK-ONE-DEFINITION THRU
004670             3220-CHECK-ONE-DEFINITION-EXIT
004680         UNTIL END-OF-STREAM OR CARD-IS-INVALID.
004690 3200-SCAN-STREAM-EXIT.
004700     EXIT.
004710
004720 3210-READ-NEXT-DEFINITION.
004730     READ JOB-DEFINITIONS NEXT RECORD
004740         AT END
004750             SET END-OF-STREAM TO TRUE
004760     END-READ.
004770
004780 3220-CHECK-ONE-DEFINITION.
004790     IF JD-JOB-NAME = JM-JOB-NAME
004800         GO TO 3220-CHECK-ONE-DEFINITION-NEXT
004810     END-IF
004820     IF NOT JM-IS-DELETE AND JD-STREAM-SEQ = JM-STREAM-SEQ-NUM
004830         SET CARD-IS-INVALID TO TRUE
004840         MOVE SPACES TO WS-REJECT-REASON
004850         STRING "SEQUENCE ALREADY USED BY " DELIMITED BY SIZE
004860                JD-JOB-NAME DELIMITED BY SIZE
004870             INTO WS-REJECT-REASON
004880         END-STRING
004890         GO TO 3220-CHECK-ONE-DEFINITION-EXIT
004900     END-IF
004910     IF JM-IS-ADD
004920         GO TO 3220-CHECK-ONE-DEFINITION-NEXT
004930     END-IF
004940     MOVE 1 TO WS-MATCH-SUB
004950     PERFORM 3230-CHECK-NAMED-AS-PREDECESSOR
004960         UNTIL WS-MATCH-SUB > 5 OR CARD-IS-INVALID
004970     IF CARD-IS-INVALID
004980         GO TO 3220-CHECK-ONE-DEFINITION-EXIT
004990     END-IF.
005000 3220-CHECK-ONE-DEFINITION-NEXT.
005010     PERFORM 3210-READ-NEXT-DEFINITION.
005020 3220-CHECK-ONE-DEFINITION-EXIT.
005030     EXIT.
005040
005050 3230-CHECK-NAMED-AS-PREDECESSOR.
005060     IF JD-PREDECESSOR (WS-MATCH-SUB) = JM-JOB-NAME
005070         IF JM-IS-DELETE
005080             SET CARD-IS-INVALID TO TRUE
005090             MOVE SPACES TO WS-REJECT-REASON
005100             STRING "STILL A PREDECESSOR OF " DELIMITED BY SIZE
005110                    JD-JOB-NAME DELIMITED BY SIZE
005120                 INTO WS-REJECT-REASON
005130             END-STRING
005140         ELSE
005150             IF JD-STREAM-SEQ NOT > JM-STREAM-SEQ-NUM
005160                 SET CARD-IS-INVALID TO TRUE
005170                 MOVE SPACES TO WS-REJECT-REASON
005180                 STRING "MUST STAY AHEAD OF " DELIMITED BY SIZE
005190                        JD-JOB-NAME DELIMITED BY SIZE
005200                     INTO WS-REJECT-REASON
005210                 END-STRING
005220             END-IF
005230         END-IF
005240     END-IF
005250     ADD 1 TO WS-MATCH-SUB.
005260
005270 3500-ADD-DEFINITION.
005280     MOVE WS-NEW-DEFINITION TO JOB-DEFINITION-RECORD
005290     WRITE JOB-DEFINITION-RECORD
005300         INVALID KEY
005310             MOVE "ADD FAILED - WRITE ERROR" TO WS-REJECT-REASON
005320             PERFORM 2600-WRITE-REJECT-LINE
005330         NOT INVALID KEY
005340             ADD 1 TO WS-ADDS-APPLIED
005350             MOVE "ADDED" TO WC-DISPOSITION
005360             PERFORM 4000-WRITE-APPLIED-CARD
005370     END-WRITE.
005380
005390 3600-CHANGE-DEFINITION.
005400     MOVE WS-NEW-DEFINITION TO JOB-DEFINITION-RECORD
005410     REWRITE JOB-DEFINITION-RECORD
005420         INVALID KEY
005430             MOVE "CHANGE FAILED - REWRITE ERROR"
005440                 TO WS-REJECT-REASON
005450             PERFORM 2600-WRITE-REJECT-LINE
005460         NOT INVALID KEY
005470             ADD 1 TO WS-CHANGES-APPLIED
005480             MOVE "CHANGED" TO WC-DISPOSITION
005490             PERFORM 4000-WRITE-APPLIED-CARD
005500     END-REWRITE.
005510
005520 3700-DELETE-DEFINITION.
005530     MOVE JM-JOB-NAME TO JD-JOB-NAME
005540     DELETE JOB-DEFINITIONS RECORD
005550         INVALID KEY
005560             MOVE "DELETE FAILED - DELETE ERROR"
005570                 TO WS-REJECT-REASON
005580             PERFORM 2600-WRITE-REJECT-LINE
005590         NOT INVALID KEY
005600             ADD 1 TO WS-DELETES-APPLIED
005610             MOVE "TAKEN OUT OF THE STREAM" TO WC-DISPOSITION
005620             PERFORM 4000-WRITE-APPLIED-CARD
005630     END-DELETE.
005640
005650*> The card line, then the definition before the card (a
005660*> change or delete) and after it (an add or change).  The
005670*> caller has set the disposition.
005680 4000-WRITE-APPLIED-CARD.
005690     MOVE JM-FUNC-CODE TO WC-FUNC-CODE
005700     MOVE JM-JOB-NAME  TO WC-JOB-NAME
005710     WRITE CHANGE-LISTING-RECORD FROM WS-CARD-LINE
005720     MOVE SPACES TO WS-CARD-LINE
005730     IF NOT JM-IS-ADD
005740         MOVE WS-OLD-DEFINITION TO JOB-DEFINITION-RECORD
005750         MOVE "BEFORE " TO WD-LABEL
005760         PERFORM 4100-WRITE-DEFINITION-LINES
005770     END-IF
005780     IF NOT JM-IS-DELETE
005790         MOVE WS-NEW-DEFINITION TO JOB-DEFINITION-RECORD
005800         MOVE "AFTER  " TO WD-LABEL
005810         PERFORM 4100-WRITE-DEFINITION-LINES
005820     END-IF.
005830
005840*> Formats the definition in the record area under the
005850*> label already in WD-LABEL.
005860 4100-WRITE-DEFINITION-LINES.
005870     MOVE "SEQ "        TO WD-SEQ-TAG
005880     MOVE JD-STREAM-SEQ TO WD-STREAM-SEQ
005890     MOVE SPACES        TO WD-DAY-TAG
005900     MOVE SPACES        TO WD-RUN-DAY
005910     EVALUATE TRUE
005920         WHEN JD-RUNS-NIGHTLY
005930             MOVE "NIGHTLY"    TO WD-FREQUENCY
005940         WHEN JD-RUNS-WEEKLY
005950             MOVE "WEEKLY"     TO WD-FREQUENCY
005960             MOVE "ON "        TO WD-DAY-TAG
005970             MOVE WS-DAY-NAME (JD-RUN-DAY) TO WD-RUN-DAY
005980         WHEN JD-RUNS-MONTHLY
005990             MOVE "MONTHLY"    TO WD-FREQUENCY
006000             MOVE "DAY "       TO WD-DAY-TAG
006010             MOVE JD-RUN-DAY   TO WD-RUN-DAY
006020         WHEN OTHER
006030             MOVE "ON REQUEST" TO WD-FREQUENCY
006040     END-EVALUATE
006050     MOVE "PREDS "          TO WD-PRED-TAG
006060     MOVE JD-PREDECESSOR (1) TO WD-PRED-1
006070     MOVE JD-PREDECESSOR (2) TO WD-PRED-2
006080     IF JD-PREDECESSORS = SPACES
006090         MOVE "NONE"         TO WD-PRED-1
006100     END-IF
006110     WRITE CHANGE-LISTING-RECORD FROM WS-DEFINITION-LINE
006120     IF JD-PREDECESSOR (3) NOT = SPACES
006130         MOVE SPACES             TO WS-DEFINITION-LINE
006140         MOVE JD-PREDECESSOR (3) TO WD-PRED-1
006150         MOVE JD-PREDECESSOR (4) TO WD-PRED-2
006160         WRITE CHANGE-LISTING-RECORD FROM WS-DEFINITION-LINE
006170     END-IF
006180     IF JD-PREDECESSOR (5) NOT = SPACES
006190         MOVE SPACES             TO WS-DEFINITION-LINE
006200         MOVE JD-PREDECESSOR (5) TO WD-PRED-1
006210         WRITE CHANGE-LISTING-RECORD FROM WS-DEFINITION-LINE
006220     END-IF.
006230
006240 6000-WRITE-TOTALS.
006250     WRITE CHANGE-LISTING-RECORD FROM WS-BLANK-LINE
006260     MOVE "CARDS READ:"            TO WL-LABEL
006270     MOVE WS-CARDS-READ            TO WL-COUNT
006280     WRITE CHANGE-LISTING-RECORD FROM WS-TOTAL-LINE
006290     MOVE "JOBS ADDED:"            TO WL-LABEL
006300     MOVE WS-ADDS-APPLIED          TO WL-COUNT
006310     WRITE CHANGE-LISTING-RECORD FROM WS-TOTAL-LINE
006320     MOVE "JOBS CHANGED:"          TO WL-LABEL
006330     MOVE WS-CHANGES-APPLIED       TO WL-COUNT
006340     WRITE CHANGE-LISTING-RECORD FROM WS-TOTAL-LINE
006350     MOVE "JOBS TAKEN OUT:"        TO WL-LABEL
006360     MOVE WS-DELETES-APPLIED       TO WL-COUNT
006370     WRITE CHANGE-LISTING-RECORD FROM WS-TOTAL-LINE
006380     MOVE "CARDS REFUSED:"         TO WL-LABEL
006390     MOVE WS-CARDS-REJECTED        TO WL-COUNT
006400     WRITE CHANGE-LISTING-RECORD FROM WS-TOTAL-LINE.
006410
006420 8000-TERMINATE.
006430     CLOSE STREAM-MAINT-CARDS
006440     CLOSE JOB-DEFINITIONS
006450     CLOSE CHANGE-LISTING
006460     DISPLAY "CARDS READ:             " WS-CARDS-READ
006470     DISPLAY "JOBS ADDED:             " WS-ADDS-APPLIED
006480     DISPLAY "JOBS CHANGED:           " WS-CHANGES-APPLIED
006490     DISPLAY "JOBS TAKEN OUT:         " WS-DELETES-APPLIED
006500     DISPLAY "CARDS REFUSED:          " WS-CARDS-REJECTED.
