000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PendReport.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  PERSONNEL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Pending-transaction listing.  Reads PENDING-TRANSACTIONS *
000090* in key order - effective date, then SSN - and prints     *
000100* every card still waiting for its date, one section per   *
000110* effective date with a count, and a grand total at the    *
000120* end, so HR can see what is queued against each employee. *
000130* Each line shows what the card will do: the transaction   *
000140* code, the employee's name (off the card, or off the      *
000150* master when the card does not carry it), and any new     *
000160* department, job, pay type or date riding on the card.    *
000170* Cards already released are left off.  SSNs print masked. *
000180*                                                          *
000190* MODIFICATION HISTORY                                     *
000200* 2026-10-14 TJM  Original pending-transaction listing.    *
000210*----------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PENDING-TRANSACTIONS ASSIGN TO "PENDTRAN"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS PT-PENDING-KEY
000300         FILE STATUS IS WS-PEND-FILE-STATUS.
000310
000320     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS EM-SSN-KEY
000360         ALTERNATE RECORD KEY IS EM-LNAME
000370             WITH DUPLICATES
000380         FILE STATUS IS WS-MASTER-FILE-STATUS.
000390
000400     SELECT PENDING-REPORT ASSIGN TO "PENDRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PENDING-TRANSACTIONS
000460     RECORD CONTAINS 150 CHARACTERS.
000470     COPY PENDTRAN.
000480
000490 FD  EMPLOYEE-MASTER
000500     RECORD CONTAINS 100 CHARACTERS.
000510     COPY EMPREC.
000520
000530 FD  PENDING-REPORT
000540     RECORD CONTAINS 80 CHARACTERS.
000550 01  PENDING-REPORT-RECORD       PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-PEND-FILE-STATUS         PIC X(02)    VALUE "00".
000590     88  WS-PEND-OPEN-OK             VALUE "00".
000600
000610*> A missing master leaves the names to what the cards
000620*> themselves carry.
000630 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
000640     88  WS-MASTER-OPEN-OK           VALUE "00".
000650
000660 01  WS-SWITCHES.
000670     05  WS-END-OF-PENDING-SW    PIC X(01)    VALUE "N".
000680         88  END-OF-PENDING          VALUE "Y".
000690     05  WS-MASTER-SW            PIC X(01)    VALUE "Y".
000700         88  MASTER-IS-PRESENT       VALUE "Y".
000710
000720 01  WS-COUNTERS.
000730     05  WS-CARDS-READ           PIC 9(07)    VALUE 0.
000740     05  WS-CARDS-LISTED         PIC 9(07)    VALUE 0.
000750     05  WS-DATE-COUNT           PIC 9(07)    VALUE 0.
000760     05  WS-DATES-SEEN           PIC 9(07)    VALUE 0.
000770     05  WS-RELEASED-SKIPPED     PIC 9(07)    VALUE 0.
000780
000790 01  WS-CURRENT-EFF-DATE         PIC X(08)    VALUE LOW-VALUES.
000800
000810*> Working copy of the held card, for its fields.
000820     COPY EMPTRAN.
000830
000840 01  WS-DATE-HEADER.
000850     05  FILLER                  PIC X(16)
000860         VALUE "EFFECTIVE DATE: ".
000870     05  WH-EFF-DATE             PIC X(08).
000880     05  FILLER                  PIC X(56)    VALUE SPACES.
000890
000900 01  WS-COLUMN-HEADER.
000910     05  FILLER                  PIC X(40)
000920         VALUE "  CODE        SSN          NAME         ".
000930     05  FILLER                  PIC X(40)
000940         VALUE "         DEPT JOB  PAY DATE     KEYED   ".
000950
000960 01  WS-DETAIL-LINE.
000970     05  FILLER                  PIC X(02)    VALUE SPACES.
000980     05  WD-TRANS-CODE           PIC X(01).
000990     05  FILLER                  PIC X(01)    VALUE SPACES.
001000     05  WD-TRANS-NAME           PIC X(09).
001010     05  FILLER                  PIC X(01)    VALUE SPACES.
001020     05  WD-SSN                  PIC X(11).
001030     05  FILLER                  PIC X(02)    VALUE SPACES.
001040     05  WD-LNAME                PIC X(10).
001050     05  FILLER                  PIC X(01)    VALUE SPACES.
001060     05  WD-FNAME                PIC X(10).
001070     05  FILLER                  PIC X(01)    VALUE SPACES.
001080     05  WD-DEPT-CODE            PIC X(04).
001090     05  FILLER                  PIC X(01)    VALUE SPACES.
001100     05  WD-JOB-CODE             PIC X(04).
001110     05  FILLER                  PIC X(01)    VALUE SPACES.
001120     05  WD-PAY-TYPE             PIC X(01).
001130     05  FILLER                  PIC X(03)    VALUE SPACES.
001140     05  WD-CARD-DATE            PIC X(08).
001150     05  FILLER                  PIC X(01)    VALUE SPACES.
001160     05  WD-ENTERED-DATE         PIC 9(08).
001170
001180 01  WS-DATE-TRAILER.
001190     05  FILLER                  PIC X(20)
001200         VALUE "  CARDS PENDING:    ".
001210     05  WT-DATE-COUNT           PIC ZZZZZZ9.
001220     05  FILLER                  PIC X(53)    VALUE SPACES.
001230
001240 01  WS-GRAND-TRAILER.
001250     05  FILLER                  PIC X(20)
001260         VALUE "TOTAL CARDS PENDING:".
001270     05  WT-GRAND-COUNT          PIC ZZZZZZZ9.
001280     05  FILLER                  PIC X(18)
001290         VALUE "  EFFECTIVE DATES:".
001300     05  WT-DATE-TOTAL           PIC ZZZZZZZ9.
001310     05  FILLER                  PIC X(26)    VALUE SPACES.
001320
001330 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
001340
001350*> SSNs always print masked - "XXX-XX-nnnn" - with the
001360*> same breakdown the other jobs use.
001370 01  WS-SSN-FORMAT.
001380     05  WS-SSN-IN               PIC X(09).
001390     05  WS-SSN-IN-BREAKDOWN REDEFINES WS-SSN-IN.
001400         10  WS-SSN-IN-A         PIC X(03).
001410         10  WS-SSN-IN-B         PIC X(02).
001420         10  WS-SSN-IN-C         PIC X(04).
001430     05  WS-SSN-OUT              PIC X(11).
001440
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE
001480     PERFORM 2000-LIST-PENDING-CARDS THRU
001490             2000-LIST-PENDING-CARDS-EXIT
001500         UNTIL END-OF-PENDING
001510     IF WS-CURRENT-EFF-DATE NOT = LOW-VALUES
001520         PERFORM 4500-WRITE-DATE-TRAILER
001530     END-IF
001540     PERFORM 4600-WRITE-GRAND-TRAILER
001550     PERFORM 8000-TERMINATE
001560     STOP RUN.
001570
001580 1000-INITIALIZE.
001590     OPEN INPUT PENDING-TRANSACTIONS
001600     IF NOT WS-PEND-OPEN-OK
001610         DISPLAY "PENDING TRANSACTIONS OPEN FAILED - STATUS "
001620             WS-PEND-FILE-STATUS
001630         STOP RUN
001640     END-IF
001650     OPEN OUTPUT PENDING-REPORT
001660     OPEN INPUT EMPLOYEE-MASTER
001670     IF NOT WS-MASTER-OPEN-OK
001680         MOVE "N" TO WS-MASTER-SW
001690         DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
001700             WS-MASTER-FILE-STATUS " - NAMES FROM CARDS ONLY"
001710     END-IF
001720     PERFORM 2100-READ-PENDING-CARD.
001730
001740*> Records arrive in effective-date order, so a change of
001750*> date is a section break.
001760 2000-LIST-PENDING-CARDS.
001770     ADD 1 TO WS-CARDS-READ
001780     IF PT-IS-RELEASED
001790         ADD 1 TO WS-RELEASED-SKIPPED
001800         GO TO 2000-LIST-NEXT
001810     END-IF
001820     IF PT-EFF-DATE NOT = WS-CURRENT-EFF-DATE
001830         IF WS-CURRENT-EFF-DATE NOT = LOW-VALUES
001840             PERFORM 4500-WRITE-DATE-TRAILER
001850         END-IF
001860         PERFORM 4300-WRITE-DATE-HEADER
001870     END-IF
001880     PERFORM 4400-WRITE-DETAIL-LINE.
001890 2000-LIST-NEXT.
001900     PERFORM 2100-READ-PENDING-CARD.
001910 2000-LIST-PENDING-CARDS-EXIT.
001920     EXIT.
001930
001940 2100-READ-PENDING-CARD.
001950     READ PENDING-TRANSACTIONS NEXT RECORD
001960         AT END
001970             SET END-OF-PENDING TO TRUE
001980     END-READ.
001990
002000 4300-WRITE-DATE-HEADER.
002010     MOVE PT-EFF-DATE TO WS-CURRENT-EFF-DATE
002020     MOVE 0           TO WS-DATE-COUNT
002030     ADD 1 TO WS-DATES-SEEN
002040     MOVE PT-EFF-DATE TO WH-EFF-DATE
002050     WRITE PENDING-REPORT-RECORD FROM WS-BLANK-LINE
002060     WRITE PENDING-REPORT-RECORD FROM WS-DATE-HEADER
002070     WRITE PENDING-REPORT-RECORD FROM WS-COLUMN-HEADER.
002080
002090*> The date column is the one the card itself carries - the
002100*> termination date on a "T", the hire or rehire date on an
002110*> "A" or "R".
002120 4400-WRITE-DETAIL-LINE.
002130     MOVE PT-TRANSACTION TO EMPLOYEE-TRANSACTION-RECORD
002140     MOVE SPACES         TO WS-DETAIL-LINE
002150     MOVE ET-TRANS-CODE  TO WD-TRANS-CODE
002160     EVALUATE TRUE
002170         WHEN ET-IS-ADD
002180             MOVE "ADD"       TO WD-TRANS-NAME
002190         WHEN ET-IS-CHANGE
002200             MOVE "CHANGE"    TO WD-TRANS-NAME
002210         WHEN ET-IS-TERMINATION
002220             MOVE "TERMINATE" TO WD-TRANS-NAME
002230         WHEN ET-IS-REHIRE
002240             MOVE "REHIRE"    TO WD-TRANS-NAME
002250     END-EVALUATE
002260     MOVE ET-SSN-KEY     TO WS-SSN-IN
002270     PERFORM 2800-FORMAT-SSN-DISPLAY
002280     MOVE WS-SSN-OUT     TO WD-SSN
002290     MOVE ET-LNAME       TO WD-LNAME
002300     MOVE ET-FNAME       TO WD-FNAME
002310     IF ET-LNAME = SPACES AND MASTER-IS-PRESENT
002320         PERFORM 4450-LOOK-UP-NAME
002330     END-IF
002340     MOVE ET-DEPT-CODE   TO WD-DEPT-CODE
002350     MOVE ET-JOB-CODE    TO WD-JOB-CODE
002360     MOVE ET-PAY-TYPE    TO WD-PAY-TYPE
002370     IF ET-IS-TERMINATION
002380         MOVE ET-TERM-DATE TO WD-CARD-DATE
002390     ELSE
002400         MOVE ET-HIRE-DATE TO WD-CARD-DATE
002410     END-IF
002420     MOVE PT-ENTERED-DATE TO WD-ENTERED-DATE
002430     WRITE PENDING-REPORT-RECORD FROM WS-DETAIL-LINE
002440     ADD 1 TO WS-DATE-COUNT
002450     ADD 1 TO WS-CARDS-LISTED.
002460
002470*> A change, termination or rehire rarely repeats the name;
002480*> it comes off the master.  An SSN the master has never
002490*> heard of prints flagged - the card will fail the master
002500*> update on its night unless it is an add.
002510 4450-LOOK-UP-NAME.
002520     MOVE ET-SSN-KEY TO EM-SSN-KEY
002530     READ EMPLOYEE-MASTER
002540         INVALID KEY
002550             MOVE "**NOT ON**" TO WD-LNAME
002560             MOVE "MASTER**"   TO WD-FNAME
002570         NOT INVALID KEY
002580             MOVE EM-LNAME     TO WD-LNAME
002590             MOVE EM-FNAME     TO WD-FNAME
002600     END-READ.
002610
002620 2800-FORMAT-SSN-DISPLAY.
002630     MOVE "XXX-XX-" TO WS-SSN-OUT
002640     MOVE WS-SSN-IN-C TO WS-SSN-OUT (8:4).
002650
002660 4500-WRITE-DATE-TRAILER.
002670     MOVE WS-DATE-COUNT TO WT-DATE-COUNT
002680     WRITE PENDING-REPORT-RECORD FROM WS-DATE-TRAILER.
002690
002700 4600-WRITE-GRAND-TRAILER.
002710     MOVE WS-CARDS-LISTED TO WT-GRAND-COUNT
002720     MOVE WS-DATES-SEEN   TO WT-DATE-TOTAL
002730     WRITE PENDING-REPORT-RECORD FROM WS-BLANK-LINE
002740     WRITE PENDING-REPORT-RECORD FROM WS-GRAND-TRAILER.
002750
002760 8000-TERMINATE.
002770     CLOSE PENDING-TRANSACTIONS
002780     CLOSE PENDING-REPORT
002790     IF MASTER-IS-PRESENT
002800         CLOSE EMPLOYEE-MASTER
002810     END-IF
002820     DISPLAY "PENDING RECORDS READ:   " WS-CARDS-READ
002830     DISPLAY "CARDS LISTED:           " WS-CARDS-LISTED
002840     DISPLAY "EFFECTIVE DATES:        " WS-DATES-SEEN
002850     DISPLAY "RELEASED - SKIPPED:     " WS-RELEASED-SKIPPED.
