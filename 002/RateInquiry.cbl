000270*                 FRESHLY COMPUTED, and posts it to the    *
000280*                 table, closing the two-day RECIPIN       *
000290*                 round trip for one number.                *
000291* 2026-10-14 TJM  A values carry four decimal places, in   *
000292*                 the reciprocal job's new card form; an   *
000293*                 old sign-and-two-digit card still reads  *
000294*                 as a whole number.  The card is edited   *
000295*                 and keyed on its full value before the   *
000296*                 lookup, and the reciprocal prints with   *
000297*                 whole digits for an A below one.         *
000300*----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*> Same card format as the reciprocal job's input deck - a
000550*> leading sign, two whole digits and four decimals with
000552*> the point implied; blank decimal columns read as a whole
000554*> number.
000560 FD  INQUIRY-CARDS
000570     RECORD CONTAINS 7 CHARACTERS.
000580 01  INQUIRY-CARD-RECORD         PIC X(07).
000630
000640 FD  RATE-TABLE
000650     RECORD CONTAINS 40 CHARACTERS.
001020     05  WS-VALIDATION-SW        PIC X(01)    VALUE "Y".
001030         88  INPUT-IS-VALID          VALUE "Y".
001040         88  INPUT-IS-INVALID        VALUE "N".
001042     05  WS-CARD-FORM-SW         PIC X(01)    VALUE "Y".
001044         88  CARD-FORM-IS-GOOD       VALUE "Y".
001050     05  WS-RUN-MODE-SW          PIC X(01)    VALUE "F".
001060         88  CONVERGENCE-MODE        VALUE "C".
001070     05  WS-CONVERGED-SW         PIC X(01)    VALUE "Y".
001190*> The same algorithm work areas the reciprocal batch job
001200*> carries - A, the iterates, the iteration cap and the
001210*> convergence controls, at the same nine-decimal widths.
001220 01  A                           PIC S99V9(4) VALUE 0.
001230 01  XNEW                        PIC S9(5)V9(9) VALUE 0.
001240 01  XOLD                        PIC S9(5)V9(9)
001245                                 VALUE -0.010000000.
001250 01  N                           PIC 99       VALUE 10.
001260 01  WS-DECIMALS                 PIC 9        VALUE 5.
001270 01  WS-TOLERANCE                PIC V9(9)    VALUE .000010000.
001280 01  WS-ITERATIONS-USED          PIC 99       VALUE 0.
001290 01  WS-STEP-SIZE                PIC S9(5)V9(9) VALUE 0.
001295 01  WS-SEED-SCALE-A             PIC 9(5)V9(4) VALUE 0.
001300
001310 01  WS-ROUND-FIELDS.
001320     05  WS-ROUND-SCALE          PIC 9(10)    VALUE 1.
001330     05  WS-ROUND-IN             PIC S9(5)V9(9) VALUE 0.
001340     05  WS-ROUND-SCALED         PIC S9(14)   VALUE 0.
001350     05  WS-ROUND-OUT            PIC S9(5)V9(9) VALUE 0.
001360
001370 01  WS-XNEW-FINAL               PIC S9(5)V9(9) VALUE 0.
001380 01  WS-RATE-RUN-DATE            PIC 9(08)    VALUE 0.
001390
001400 01  WS-REJECT-REASON            PIC X(44)    VALUE SPACES.
001402
001403*> The inquiry card as edited - blank decimal columns
001404*> filled with zeros - and the RATE-TABLE key built from
001405*> its value, so an old whole-number card finds the same
001406*> entry as its four-decimal form.
001407 01  WS-A-CARD.
001408     05  WS-A-CARD-SIGN          PIC X(01).
001409     05  WS-A-CARD-WHOLE         PIC X(02).
001410     05  WS-A-CARD-FRACTION      PIC X(04).
001411 01  WS-A-CARD-VALUE REDEFINES WS-A-CARD
001412                                 PIC S99V9(4)
001413                                 SIGN IS LEADING SEPARATE.
001414 01  WS-RATE-KEY-BUILD.
001415     05  WS-RATE-KEY-SIGN        PIC X(01).
001416     05  WS-RATE-KEY-DIGITS      PIC 99V9(4).
001417 01  WS-ABS-A                    PIC 99V9(4)  VALUE 0.
001410
001420 01  WS-FOUND-LINE.
001430     05  WF-A                    PIC -9(02).9(04).
001440     05  FILLER                  PIC X(02)    VALUE SPACES.
001450     05  WF-RECIPROCAL           PIC -9(05).9(09).
001460     05  FILLER                  PIC X(02)    VALUE SPACES.
001470     05  FILLER                  PIC X(09)
001480         VALUE "DECIMALS ".
001490     05  WF-DECIMALS             PIC 9.
001530     05  WF-RUN-DATE             PIC 9(08).
001540     05  FILLER                  PIC X(02)    VALUE SPACES.
001550     05  WF-SOURCE               PIC X(16).
001560     05  FILLER                  PIC X(04)    VALUE SPACES.
001570
001580 01  WS-REJECT-LINE.
001590     05  WJ-A                    PIC -9(02).9(04).
001595     05  WJ-A-CARD REDEFINES WJ-A
001596                                 PIC X(08).
001600     05  FILLER                  PIC X(02)    VALUE SPACES.
001610     05  WJ-REASON               PIC X(44).
001620     05  FILLER                  PIC X(26)    VALUE SPACES.
001630
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
002350 1200-OPEN-RATE-TABLE-EXIT.
002360     EXIT.
002370
002372*> The card is edited in full before the lookup, since the
002374*> key is built from its value; a card that fails is
002376*> rejected with the batch job's own reasons.  No entry
002378*> can exist for such a card, so the outcome is the same
002379*> as a miss that fails the edit.
002380 2000-PROCESS-INQUIRIES.
002390     ADD 1 TO WS-CARDS-READ
002392     PERFORM 3100-VALIDATE-INQUIRY-CARD THRU
002394             3100-VALIDATE-INQUIRY-CARD-EXIT
002396     IF INPUT-IS-INVALID
002397         PERFORM 3400-WRITE-REJECT-LINE
002398         GO TO 2000-PROCESS-INQUIRIES-NEXT
002399     END-IF
002400     PERFORM 3050-BUILD-RATE-KEY
002405     MOVE WS-RATE-KEY-BUILD TO RT-A-KEY
002410     READ RATE-TABLE
002420         INVALID KEY
002430             PERFORM 3000-COMPUTE-MISSING-RATE THRU
002440                     3000-COMPUTE-MISSING-RATE-EXIT
002450         NOT INVALID KEY
002460             PERFORM 2200-WRITE-FOUND-LINE
002470     END-READ.
002475 2000-PROCESS-INQUIRIES-NEXT.
002480     PERFORM 2100-READ-INQUIRY-CARD.
002490 2000-PROCESS-INQUIRIES-EXIT.
002500     EXIT.
002570
002580 2200-WRITE-FOUND-LINE.
002590     MOVE SPACES            TO WF-SOURCE
002600     MOVE A                 TO WF-A
002610     MOVE RT-RECIPROCAL     TO WF-RECIPROCAL
002620     MOVE RT-DECIMALS       TO WF-DECIMALS
002630     MOVE RT-LAST-RUN-DATE  TO WF-RUN-DATE
002650     ADD 1 TO WS-RATES-FOUND.
002660
002670*> A miss runs the batch job's computation in place: the
002680*> card, already edited and range-checked with the batch
002690*> job's own reasons, has its reciprocal iterated under
002700*> the same mode and cap, and the answer is reported
002710*> marked freshly computed and posted to the table.
002720 3000-COMPUTE-MISSING-RATE.
002780     PERFORM 3200-COMPUTE-RECIPROCAL
002790     IF NOT VALUE-HAS-CONVERGED
002800         MOVE "DID NOT CONVERGE WITHIN ITERATION CAP"
002880 3000-COMPUTE-MISSING-RATE-EXIT.
002890     EXIT.
002900
002900*> The key is the A value in its input-card form, built
002901*> the same way the batch job builds it.
002902 3050-BUILD-RATE-KEY.
002903     IF A < 0
002904         MOVE "-" TO WS-RATE-KEY-SIGN
002905         COMPUTE WS-ABS-A = 0 - A
002906     ELSE
002907         MOVE "+" TO WS-RATE-KEY-SIGN
002908         MOVE A   TO WS-ABS-A
002909     END-IF
002909     MOVE WS-ABS-A TO WS-RATE-KEY-DIGITS.
002909
002910*> The card must carry a sign, two whole digits and four
002920*> decimals before the range checks the batch job applies -
002930*> range is symmetric (both endpoints reject) and zero has
002935*> no reciprocal, both tested on the full value.
002940 3100-VALIDATE-INQUIRY-CARD.
002950     SET INPUT-IS-VALID TO TRUE
002960     MOVE SPACES TO WS-REJECT-REASON
002961     MOVE "Y" TO WS-CARD-FORM-SW
002962     MOVE 0 TO A
002964     MOVE INQUIRY-CARD-RECORD TO WS-A-CARD
002966     IF WS-A-CARD-FRACTION = SPACES
002968         MOVE "0000" TO WS-A-CARD-FRACTION
002969     END-IF
002970     IF (WS-A-CARD-SIGN NOT = "+" AND WS-A-CARD-SIGN NOT = "-")
002980             OR WS-A-CARD-WHOLE IS NOT NUMERIC
002985             OR WS-A-CARD-FRACTION IS NOT NUMERIC
002990         SET INPUT-IS-INVALID TO TRUE
002995         MOVE "N" TO WS-CARD-FORM-SW
003000         MOVE "CARD IS NOT A SIGNED VALUE +99.9999"
003010             TO WS-REJECT-REASON
003020         GO TO 3100-VALIDATE-INQUIRY-CARD-EXIT
003030     END-IF
003040     MOVE WS-A-CARD-VALUE TO A
003080     IF A <= -10 OR A >= 10 THEN
003090         SET INPUT-IS-INVALID TO TRUE
003100         MOVE "NUMBER OUT OF RANGE, MUST BE -10 < A < +10"
003280 3200-COMPUTE-RECIPROCAL.
003290     IF A < 0 THEN
003300         MOVE -0.01 TO XOLD
003305         COMPUTE WS-SEED-SCALE-A = 0 - A
003310     ELSE
003320         MOVE +0.01 TO XOLD
003325         MOVE A     TO WS-SEED-SCALE-A
003330     END-IF
003332     PERFORM 3205-SCALE-SEED-UP
003334         UNTIL WS-SEED-SCALE-A NOT < 1
003340     IF CONVERGENCE-MODE
003350         PERFORM 3210-ITERATE-TO-CONVERGENCE THRU
003360                 3210-ITERATE-TO-CONVERGENCE-EXIT
003430     PERFORM 3250-ROUND-TO-PRECISION
003440     MOVE WS-ROUND-OUT TO WS-XNEW-FINAL.
003450
003452*> The batch job's seed scaling: for an A below one the
003454*> seed goes up by tens until it starts where it would for
003456*> a whole-number A.
003457 3205-SCALE-SEED-UP.
003458     MULTIPLY 10 BY WS-SEED-SCALE-A
003459     MULTIPLY 10 BY XOLD.
003459
003460 3210-ITERATE-TO-CONVERGENCE.
003470     MOVE "N" TO WS-CONVERGED-SW
003480     MOVE 0   TO WS-ITERATIONS-USED
003790
003800 3300-WRITE-COMPUTED-LINE.
003810     ACCEPT WS-RATE-RUN-DATE FROM DATE YYYYMMDD
003820     MOVE A                  TO WF-A
003830     MOVE WS-XNEW-FINAL      TO WF-RECIPROCAL
003840     MOVE WS-DECIMALS        TO WF-DECIMALS
003850     MOVE WS-RATE-RUN-DATE   TO WF-RUN-DATE
003890
003900 3400-WRITE-REJECT-LINE.
003910     MOVE SPACES           TO WS-REJECT-LINE
003915     IF CARD-FORM-IS-GOOD
003916         MOVE A                TO WJ-A
003917     ELSE
003918         MOVE INQUIRY-CARD-RECORD TO WJ-A-CARD
003919     END-IF
003930     MOVE WS-REJECT-REASON TO WJ-REASON
003940     WRITE INQUIRY-REPORT-RECORD FROM WS-REJECT-LINE
003950     ADD 1 TO WS-CARDS-REJECTED.
004010*> here - another caller's card earlier in this deck may
004020*> already have posted this A.
004030 3500-POST-RATE-TABLE.
004040     MOVE WS-RATE-KEY-BUILD TO RT-A-KEY
004050     READ RATE-TABLE
004060         INVALID KEY
004070             PERFORM 3510-FILL-RATE-RECORD
004080             WRITE RATE-TABLE-RECORD
004090                 INVALID KEY
004100                     DISPLAY "RATE TABLE WRITE FAILED - KEY "
004110                         WS-RATE-KEY-BUILD
004120                 NOT INVALID KEY
004130                     ADD 1 TO WS-RATES-ADDED
004140             END-WRITE
004180                 REWRITE RATE-TABLE-RECORD
004190                     INVALID KEY
004200                         DISPLAY "RATE TABLE REWRITE FAILED "
004210                             WS-RATE-KEY-BUILD
004220                     NOT INVALID KEY
004230                         ADD 1 TO WS-RATES-REPLACED
004240                 END-REWRITE
004300     EXIT.
004310
004320 3510-FILL-RATE-RECORD.
004330     MOVE WS-RATE-KEY-BUILD TO RT-A-KEY
004340     MOVE WS-XNEW-FINAL     TO RT-RECIPROCAL
004350     MOVE WS-DECIMALS       TO RT-DECIMALS
004360     MOVE WS-RATE-RUN-DATE  TO RT-LAST-RUN-DATE.
