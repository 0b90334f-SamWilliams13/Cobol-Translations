000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PendMaint.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  PERSONNEL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Pending-transaction maintenance.  HR keys a transfer,    *
000090* termination or rehire it knows about ahead of time as an *
000100* EMPTRAN-format card behind a function code and the date  *
000110* the card takes effect; this run holds it on the          *
000120* PENDING-TRANSACTIONS file until the nightly release step *
000130* feeds it to the front-end edit on that date.             *
000140*                                                          *
000150*   A  holds a new card for a future date                  *
000160*   C  replaces a held card outright with the one on this  *
000170*      card - same date, SSN and transaction code          *
000180*   X  cancels a held card                                 *
000190*                                                          *
000200* A card already released is past changing - it is in the  *
000210* front-end edit's hands.  Moving a card to another date   *
000220* is a cancel and a fresh add.  A failing card writes its  *
000230* own report line with a reason, the same discipline the   *
000240* reference-table maintenance uses.  SSNs print masked.    *
000250*                                                          *
000260* MODIFICATION HISTORY                                     *
000270* 2026-10-14 TJM  Original pending-card maintenance.       *
000280*----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PENDING-MAINT-CARDS ASSIGN TO "PENDMNT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS   IS WS-CARD-FILE-STATUS.
000360
000370     SELECT PENDING-TRANSACTIONS ASSIGN TO "PENDTRAN"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PT-PENDING-KEY
000410         FILE STATUS IS WS-PEND-FILE-STATUS.
000420
000430     SELECT MAINT-REPORT ASSIGN TO "PENDMRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*> One card per action: the function, the date the held
000490*> card takes effect, and the EMPTRAN card itself.  A
000500*> cancel needs only the SSN and transaction code on the
000510*> EMPTRAN image to find the card it cancels.
000520 FD  PENDING-MAINT-CARDS
000530     RECORD CONTAINS 120 CHARACTERS.
000540 01  PENDING-MAINT-RECORD.
000550     05  PM-FUNC-CODE            PIC X(01).
000560         88  PM-IS-ADD               VALUE "A".
000570         88  PM-IS-CHANGE            VALUE "C".
000580         88  PM-IS-CANCEL            VALUE "X".
000590     05  PM-EFF-DATE             PIC X(08).
000600     05  PM-EFF-DATE-NUM REDEFINES PM-EFF-DATE
000610                                 PIC 9(08).
000620     05  PM-TRANSACTION          PIC X(110).
000630     05  FILLER                  PIC X(01).
000640
000650 FD  PENDING-TRANSACTIONS
000660     RECORD CONTAINS 150 CHARACTERS.
000670     COPY PENDTRAN.
000680
000690 FD  MAINT-REPORT
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  MAINT-REPORT-RECORD         PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-CARD-FILE-STATUS         PIC X(02)    VALUE "00".
000750     88  WS-CARD-OPEN-OK             VALUE "00".
000760
000770 01  WS-PEND-FILE-STATUS         PIC X(02)    VALUE "00".
000780     88  WS-PEND-OPEN-OK             VALUE "00".
000790     88  WS-PEND-FILE-NOT-FOUND      VALUE "35".
000800
000810 01  WS-SWITCHES.
000820     05  WS-END-OF-CARDS-SW      PIC X(01)    VALUE "N".
000830         88  END-OF-CARDS            VALUE "Y".
000840     05  WS-VALIDATION-SW        PIC X(01)    VALUE "Y".
000850         88  CARD-IS-VALID           VALUE "Y".
000860         88  CARD-IS-INVALID         VALUE "N".
000870
000880 01  WS-REJECT-REASON            PIC X(40)    VALUE SPACES.
000890
000900 01  WS-RUN-DATE                 PIC 9(08)    VALUE 0.
000910
000920*> Working copy of the held EMPTRAN card, for its own edits.
000930     COPY EMPTRAN.
000940
000950*> Calendar-date check work area for the effective date,
000960*> the same edit the front-end transaction edit runs on the
000970*> hire date.
000980 01  WS-DATE-CHECK.
000990     05  WS-DC-YEAR              PIC 9(04).
001000     05  WS-DC-MONTH             PIC 9(02).
001010     05  WS-DC-DAY               PIC 9(02).
001020 01  WS-DATE-VALID-SW            PIC X(01)    VALUE "Y".
001030     88  DATE-IS-VALID               VALUE "Y".
001040 01  WS-MONTH-LIMIT              PIC 9(02)    VALUE 31.
001050 01  WS-LEAP-FIELDS.
001060     05  WS-LEAP-QUOTIENT        PIC 9(04)    VALUE 0.
001070     05  WS-LEAP-REMAINDER       PIC 9(01)    VALUE 0.
001080
001090 01  WS-COUNTERS.
001100     05  WS-CARDS-READ           PIC 9(07)    VALUE 0.
001110     05  WS-ADDS-APPLIED         PIC 9(07)    VALUE 0.
001120     05  WS-CHANGES-APPLIED      PIC 9(07)    VALUE 0.
001130     05  WS-CANCELS-APPLIED      PIC 9(07)    VALUE 0.
001140     05  WS-CARDS-REJECTED       PIC 9(07)    VALUE 0.
001150
001160 01  WS-REJECT-LINE.
001170     05  WJ-FUNC-CODE            PIC X(01).
001180     05  FILLER                  PIC X(02)    VALUE SPACES.
001190     05  WJ-EFF-DATE             PIC X(08).
001200     05  FILLER                  PIC X(02)    VALUE SPACES.
001210     05  WJ-TRANS-CODE           PIC X(01).
001220     05  FILLER                  PIC X(02)    VALUE SPACES.
001230     05  WJ-SSN                  PIC X(11).
001240     05  FILLER                  PIC X(03)    VALUE SPACES.
001250     05  WJ-REASON               PIC X(40).
001260     05  FILLER                  PIC X(10)    VALUE SPACES.
001270
001280*> SSNs always print masked - "XXX-XX-nnnn" - with the
001290*> same breakdown the other jobs use.
001300 01  WS-SSN-FORMAT.
001310     05  WS-SSN-IN               PIC X(09).
001320     05  WS-SSN-IN-BREAKDOWN REDEFINES WS-SSN-IN.
001330         10  WS-SSN-IN-A         PIC X(03).
001340         10  WS-SSN-IN-B         PIC X(02).
001350         10  WS-SSN-IN-C         PIC X(04).
001360     05  WS-SSN-OUT              PIC X(11).
001370
001380 PROCEDURE DIVISION.
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE
001410     PERFORM 2000-PROCESS-CARDS THRU
001420             2000-PROCESS-CARDS-EXIT
001430         UNTIL END-OF-CARDS
001440     PERFORM 8000-TERMINATE
001450     STOP RUN.
001460
001470 1000-INITIALIZE.
001480     OPEN INPUT PENDING-MAINT-CARDS
001490     IF NOT WS-CARD-OPEN-OK
001500         DISPLAY "PENDING MAINT CARDS OPEN FAILED - STATUS "
001510             WS-CARD-FILE-STATUS
001520         STOP RUN
001530     END-IF
001540     PERFORM 1100-OPEN-PENDING-FILE THRU
001550             1100-OPEN-PENDING-FILE-EXIT
001560     OPEN OUTPUT MAINT-REPORT
001570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001580     PERFORM 2100-READ-MAINT-CARD.
001590
001600*> The very first run finds no pending file (status 35) and
001610*> creates it empty before reopening for update.
001620 1100-OPEN-PENDING-FILE.
001630     OPEN I-O PENDING-TRANSACTIONS
001640     IF WS-PEND-FILE-NOT-FOUND
001650         OPEN OUTPUT PENDING-TRANSACTIONS
001660         CLOSE PENDING-TRANSACTIONS
001670         OPEN I-O PENDING-TRANSACTIONS
001680     END-IF
001690     IF NOT WS-PEND-OPEN-OK
001700         DISPLAY "PENDING TRANSACTIONS OPEN FAILED - STATUS "
001710             WS-PEND-FILE-STATUS
001720         STOP RUN
001730     END-IF.
001740 1100-OPEN-PENDING-FILE-EXIT.
001750     EXIT.
001760
001770 2000-PROCESS-CARDS.
001780     ADD 1 TO WS-CARDS-READ
001790     MOVE PM-TRANSACTION TO EMPLOYEE-TRANSACTION-RECORD
001800     PERFORM 2200-VALIDATE-CARD THRU
001810             2200-VALIDATE-CARD-EXIT
001820     IF CARD-IS-VALID
001830         PERFORM 3000-APPLY-TO-PENDING-FILE THRU
001840                 3000-APPLY-TO-PENDING-FILE-EXIT
001850     ELSE
001860         PERFORM 2600-WRITE-REJECT-RECORD
001870     END-IF
001880     PERFORM 2100-READ-MAINT-CARD.
001890 2000-PROCESS-CARDS-EXIT.
001900     EXIT.
001910
001920 2100-READ-MAINT-CARD.
001930     READ PENDING-MAINT-CARDS
001940         AT END
001950             SET END-OF-CARDS TO TRUE
001960     END-READ.
001970
001980*> The function must be A/C/X and the effective date a real
001990*> calendar date; the held card needs a numeric SSN and a
002000*> live transaction code, since those two and the date are
002010*> the key it is held under.  A card going on file must be
002020*> dated after today - one due today belongs in today's
002030*> deck.  The rest of the card's content is left to the
002040*> front-end edit on the night it is released.
002050 2200-VALIDATE-CARD.
002060     SET CARD-IS-VALID TO TRUE
002070     MOVE SPACES TO WS-REJECT-REASON
002080     IF NOT PM-IS-ADD AND NOT PM-IS-CHANGE AND NOT PM-IS-CANCEL
002090         SET CARD-IS-INVALID TO TRUE
002100         MOVE "UNKNOWN FUNCTION CODE - MUST BE A/C/X"
002110             TO WS-REJECT-REASON
002120         GO TO 2200-VALIDATE-CARD-EXIT
002130     END-IF
002140     IF PM-EFF-DATE IS NOT NUMERIC
002150         SET CARD-IS-INVALID TO TRUE
002160         MOVE "EFFECTIVE DATE MUST BE YYYYMMDD"
002170             TO WS-REJECT-REASON
002180         GO TO 2200-VALIDATE-CARD-EXIT
002190     END-IF
002200     MOVE PM-EFF-DATE TO WS-DATE-CHECK
002210     PERFORM 2350-CHECK-CALENDAR-DATE
002220     IF NOT DATE-IS-VALID
002230         SET CARD-IS-INVALID TO TRUE
002240         MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
002250             TO WS-REJECT-REASON
002260         GO TO 2200-VALIDATE-CARD-EXIT
002270     END-IF
002280     IF ET-SSN-KEY IS NOT NUMERIC
002290         SET CARD-IS-INVALID TO TRUE
002300         MOVE "SSN ON TRANSACTION MUST BE 9 DIGITS"
002310             TO WS-REJECT-REASON
002320         GO TO 2200-VALIDATE-CARD-EXIT
002330     END-IF
002340     IF NOT ET-IS-ADD AND NOT ET-IS-CHANGE AND
002350             NOT ET-IS-TERMINATION AND NOT ET-IS-REHIRE
002360         SET CARD-IS-INVALID TO TRUE
002370         MOVE "TRANSACTION CODE MUST BE A/C/R/T"
002380             TO WS-REJECT-REASON
002390         GO TO 2200-VALIDATE-CARD-EXIT
002400     END-IF
002410     IF NOT PM-IS-CANCEL AND PM-EFF-DATE-NUM NOT > WS-RUN-DATE
002420         SET CARD-IS-INVALID TO TRUE
002430         MOVE "EFFECTIVE DATE MUST BE AFTER TODAY"
002440             TO WS-REJECT-REASON
002450     END-IF.
002460 2200-VALIDATE-CARD-EXIT.
002470     EXIT.
002480
002490*> YYYYMMDD with a real month and a day that fits the
002500*> month - the leap-year rule stops at the simple
002510*> divisible-by-four test, which holds through 2099.
002520 2350-CHECK-CALENDAR-DATE.
002530     MOVE "Y" TO WS-DATE-VALID-SW
002540     MOVE 31  TO WS-MONTH-LIMIT
002550     EVALUATE WS-DC-MONTH
002560         WHEN 04
002570         WHEN 06
002580         WHEN 09
002590         WHEN 11
002600             MOVE 30 TO WS-MONTH-LIMIT
002610         WHEN 02
002620             DIVIDE WS-DC-YEAR BY 4
002630                 GIVING WS-LEAP-QUOTIENT
002640                 REMAINDER WS-LEAP-REMAINDER
002650             IF WS-LEAP-REMAINDER = 0
002660                 MOVE 29 TO WS-MONTH-LIMIT
002670             ELSE
002680                 MOVE 28 TO WS-MONTH-LIMIT
002690             END-IF
002700     END-EVALUATE
002710     IF WS-DC-MONTH < 01 OR WS-DC-MONTH > 12 OR
002720             WS-DC-DAY < 01 OR WS-DC-DAY > WS-MONTH-LIMIT
002730         MOVE "N" TO WS-DATE-VALID-SW
002740     END-IF.
002750
002760 2600-WRITE-REJECT-RECORD.
002770     ADD 1 TO WS-CARDS-REJECTED
002780     MOVE SPACES           TO WS-REJECT-LINE
002790     MOVE PM-FUNC-CODE     TO WJ-FUNC-CODE
002800     MOVE PM-EFF-DATE      TO WJ-EFF-DATE
002810     MOVE ET-TRANS-CODE    TO WJ-TRANS-CODE
002820     MOVE ET-SSN-KEY       TO WS-SSN-IN
002830     PERFORM 2800-FORMAT-SSN-DISPLAY
002840     MOVE WS-SSN-OUT       TO WJ-SSN
002850     MOVE WS-REJECT-REASON TO WJ-REASON
002860     WRITE MAINT-REPORT-RECORD FROM WS-REJECT-LINE.
002870
002880 2800-FORMAT-SSN-DISPLAY.
002890     MOVE "XXX-XX-" TO WS-SSN-OUT
002900     MOVE WS-SSN-IN-C TO WS-SSN-OUT (8:4).
002910
002920*> An add takes a key not yet held; a change or a cancel
002930*> needs a card still pending on that key.  A card the
002940*> release step has already fed out is past changing.
002950 3000-APPLY-TO-PENDING-FILE.
002960     MOVE PM-EFF-DATE   TO PT-EFF-DATE
002970     MOVE ET-SSN-KEY    TO PT-SSN-KEY
002980     MOVE ET-TRANS-CODE TO PT-TRANS-CODE
002990     READ PENDING-TRANSACTIONS
003000         INVALID KEY
003010             IF PM-IS-ADD
003020                 PERFORM 3100-ADD-PENDING-CARD
003030             ELSE
003040                 MOVE "NO CARD PENDING FOR DATE, SSN AND CODE"
003050                     TO WS-REJECT-REASON
003060                 PERFORM 2600-WRITE-REJECT-RECORD
003070             END-IF
003080         NOT INVALID KEY
003090             PERFORM 3200-UPDATE-PENDING-CARD
003100     END-READ.
003110 3000-APPLY-TO-PENDING-FILE-EXIT.
003120     EXIT.
003130
003140 3100-ADD-PENDING-CARD.
003150     PERFORM 3300-FILL-CARD-DATES
003160     MOVE SPACES        TO PENDING-TRANSACTION-RECORD
003170     MOVE PM-EFF-DATE   TO PT-EFF-DATE
003180     MOVE ET-SSN-KEY    TO PT-SSN-KEY
003190     MOVE ET-TRANS-CODE TO PT-TRANS-CODE
003200     MOVE "P"           TO PT-STATUS
003210     MOVE WS-RUN-DATE   TO PT-ENTERED-DATE
003220     MOVE 0             TO PT-RELEASED-DATE
003230     MOVE EMPLOYEE-TRANSACTION-RECORD TO PT-TRANSACTION
003240     WRITE PENDING-TRANSACTION-RECORD
003250         INVALID KEY
003260             MOVE "ADD FAILED - WRITE ERROR"
003270                 TO WS-REJECT-REASON
003280             PERFORM 2600-WRITE-REJECT-RECORD
003290         NOT INVALID KEY
003300             ADD 1 TO WS-ADDS-APPLIED
003310             MOVE ET-SSN-KEY TO WS-SSN-IN
003320             PERFORM 2800-FORMAT-SSN-DISPLAY
003330             DISPLAY "PENDING ADDED:     " PT-EFF-DATE " "
003340                 PT-TRANS-CODE " " WS-SSN-OUT
003350     END-WRITE.
003360
003370 3200-UPDATE-PENDING-CARD.
003380     EVALUATE TRUE
003390         WHEN PT-IS-RELEASED
003400             MOVE "CARD ALREADY RELEASED - PAST CHANGING"
003410                 TO WS-REJECT-REASON
003420             PERFORM 2600-WRITE-REJECT-RECORD
003430         WHEN PM-IS-ADD
003440             MOVE "ADD - CARD ALREADY PENDING, USE C"
003450                 TO WS-REJECT-REASON
003460             PERFORM 2600-WRITE-REJECT-RECORD
003470         WHEN PM-IS-CHANGE
003480             PERFORM 3300-FILL-CARD-DATES
003490             MOVE EMPLOYEE-TRANSACTION-RECORD TO PT-TRANSACTION
003500             MOVE WS-RUN-DATE TO PT-ENTERED-DATE
003510             PERFORM 3400-REWRITE-PENDING-CARD
003520         WHEN PM-IS-CANCEL
003530             PERFORM 3500-DELETE-PENDING-CARD
003540     END-EVALUATE.
003550
003560*> A termination or rehire held with its own date left blank
003570*> takes the effective date, so it lands on the day it was
003580*> meant for even if the release runs a night late.
003590 3300-FILL-CARD-DATES.
003600     IF ET-IS-TERMINATION AND ET-TERM-DATE = SPACES
003610         MOVE PM-EFF-DATE TO ET-TERM-DATE
003620     END-IF
003630     IF ET-IS-REHIRE AND ET-HIRE-DATE = SPACES
003640         MOVE PM-EFF-DATE TO ET-HIRE-DATE
003650     END-IF.
003660
003670 3400-REWRITE-PENDING-CARD.
003680     REWRITE PENDING-TRANSACTION-RECORD
003690         INVALID KEY
003700             MOVE "CHANGE FAILED - REWRITE ERROR"
003710                 TO WS-REJECT-REASON
003720             PERFORM 2600-WRITE-REJECT-RECORD
003730         NOT INVALID KEY
003740             ADD 1 TO WS-CHANGES-APPLIED
003750             MOVE ET-SSN-KEY TO WS-SSN-IN
003760             PERFORM 2800-FORMAT-SSN-DISPLAY
003770             DISPLAY "PENDING REPLACED:  " PT-EFF-DATE " "
003780                 PT-TRANS-CODE " " WS-SSN-OUT
003790     END-REWRITE.
003800
003810 3500-DELETE-PENDING-CARD.
003820     DELETE PENDING-TRANSACTIONS RECORD
003830         INVALID KEY
003840             MOVE "CANCEL FAILED - DELETE ERROR"
003850                 TO WS-REJECT-REASON
003860             PERFORM 2600-WRITE-REJECT-RECORD
003870         NOT INVALID KEY
003880             ADD 1 TO WS-CANCELS-APPLIED
003890             MOVE ET-SSN-KEY TO WS-SSN-IN
003900             PERFORM 2800-FORMAT-SSN-DISPLAY
003910             DISPLAY "PENDING CANCELLED: " PT-EFF-DATE " "
003920                 PT-TRANS-CODE " " WS-SSN-OUT
003930     END-DELETE.
003940
003950 8000-TERMINATE.
003960     CLOSE PENDING-MAINT-CARDS
003970     CLOSE PENDING-TRANSACTIONS
003980     CLOSE MAINT-REPORT
003990     DISPLAY "CARDS READ:             " WS-CARDS-READ
004000     DISPLAY "ADDS APPLIED:           " WS-ADDS-APPLIED
004010     DISPLAY "REPLACEMENTS APPLIED:   " WS-CHANGES-APPLIED
004020     DISPLAY "CANCELS APPLIED:        " WS-CANCELS-APPLIED
004030     DISPLAY "CARDS REJECTED:         " WS-CARDS-REJECTED.
