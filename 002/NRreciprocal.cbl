000209*                 it at a higher decimal precision, so the  *
000209*                 table serves downstream jobs without      *
000209*                 re-keying from the listing.               *
000209* 2026-10-14 TJM  A values carry four decimal places - the  *
000209*                 card is a sign, two whole digits and four *
000209*                 implied decimals, and a card punched in   *
000209*                 the old sign-and-two-digit form still     *
000209*                 reads as a whole number.  The card form   *
000209*                 is edited before the range and zero       *
000209*                 edits, which now work on the full value;  *
000209*                 the RATE-TABLE key, the report, reject    *
000209*                 and checkpoint lines carry the decimals,  *
000209*                 and the iterates widen to hold the        *
000209*                 reciprocal of an A below one.             *
000210*----------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  RECIPROCAL-INPUT
000375*> One A value per card: a leading sign, two whole digits
000376*> and four decimal places, the point implied - +025000 is
000377*> 2.5.  Columns 4-7 left blank read as a whole number, so
000378*> a deck punched in the old sign-and-two-digit form still
000379*> runs.
000380     RECORD CONTAINS 7 CHARACTERS.
000390 01  RECIPROCAL-INPUT-RECORD PIC X(07).
000420
000430 FD  RECIPROCAL-REPORT
000440     RECORD CONTAINS 80 CHARACTERS.
000504 01  CHECKPOINT-RECORD.
000505     05  CP-RECORD-COUNT     PIC 9(07).
000506     05  FILLER              PIC X(03)    VALUE SPACES.
000507     05  CP-LAST-A           PIC -9(02).9(04).
000508     05  FILLER              PIC X(62)    VALUE SPACES.
000509
000510*> Optional restart card: how many input records were        *>
000511*> already processed by a prior run and should be skipped    *>
000519     COPY RATEREC.
000519
000520 WORKING-STORAGE SECTION.
000520 01  A                       PIC S99V9(4) VALUE 0.
000530 01  XNEW                    PIC S9(5)V9(9) VALUE 0.
000540 01  XOLD                    PIC S9(5)V9(9) VALUE -0.010000000.
000550 01  N                       PIC 99       VALUE 10.
000560 01  INV                     PIC S9(5)V9(9) VALUE 0.
000561 01  WS-DECIMALS             PIC 9        VALUE 5.
000561
000561*> Convergence-mode controls: the tolerance the change
000561*> step (held as a magnitude for the tolerance test).
000561 01  WS-TOLERANCE            PIC V9(9)    VALUE .000010000.
000561 01  WS-ITERATIONS-USED      PIC 99       VALUE 0.
000561 01  WS-STEP-SIZE            PIC S9(5)V9(9) VALUE 0.
000561 01  WS-SEED-SCALE-A         PIC 9(5)V9(4) VALUE 0.
000561 01  WS-INPUT-FILE-STATUS    PIC X(02)    VALUE "00".
000561     88  WS-INPUT-OPEN-OK       VALUE "00".
000561
000571*> RATE-TABLE key.
000571 01  WS-RATE-KEY-BUILD.
000571     05  WS-RATE-KEY-SIGN    PIC X(01).
000571     05  WS-RATE-KEY-DIGITS  PIC 99V9(4).
000571
000571 01  WS-ABS-A                PIC 99V9(4)  VALUE 0.
000571
000571*> The input card as edited - blank decimal columns filled
000571*> with zeros - leaving the record as punched for the
000571*> reject line.
000571 01  WS-A-CARD.
000571     05  WS-A-CARD-SIGN      PIC X(01).
000571     05  WS-A-CARD-WHOLE     PIC X(02).
000571     05  WS-A-CARD-FRACTION  PIC X(04).
000571 01  WS-A-CARD-VALUE REDEFINES WS-A-CARD
000571                             PIC S99V9(4)
000571                             SIGN IS LEADING SEPARATE.
000571 01  WS-RATE-RUN-DATE        PIC 9(08)    VALUE 0.
000572
000563 01  WS-ROUND-FIELDS.
000564     05  WS-ROUND-SCALE      PIC 9(10)    VALUE 1.
000565     05  WS-ROUND-IN         PIC S9(5)V9(9) VALUE 0.
000566     05  WS-ROUND-SCALED     PIC S9(14)   VALUE 0.
000567     05  WS-ROUND-OUT        PIC S9(5)V9(9) VALUE 0.
000568
000569 01  WS-XNEW-FINAL           PIC S9(5)V9(9) VALUE 0.
000570 01  WS-INV-FINAL            PIC S9(5)V9(9) VALUE 0.
000580 01  WS-SWITCHES.
000590     05  WS-END-OF-INPUT-SW  PIC X(01)    VALUE "N".
000600         88  END-OF-INPUT        VALUE "Y".
000632         88  CONVERGENCE-MODE    VALUE "C".
000633     05  WS-CONVERGED-SW     PIC X(01)    VALUE "Y".
000634         88  VALUE-HAS-CONVERGED VALUE "Y".
000635     05  WS-CARD-FORM-SW     PIC X(01)    VALUE "Y".
000636         88  CARD-FORM-IS-GOOD   VALUE "Y".
000640
000650 01  WS-REJECT-REASON        PIC X(44)    VALUE SPACES.
000660
000670 01  WS-REPORT-LINE.
000680     05  WR-A                PIC -9(02).9(04).
000690     05  FILLER              PIC X(03)    VALUE SPACES.
000700     05  WR-ITERATIONS       PIC Z9.
000710     05  FILLER              PIC X(03)    VALUE SPACES.
000720     05  WR-XNEW             PIC -9(05).9(09).
000730     05  FILLER              PIC X(03)    VALUE SPACES.
000740     05  WR-INV              PIC -9(05).9(09).
000750     05  FILLER              PIC X(21)    VALUE SPACES.
000760
000770 01  WS-REJECT-LINE.
000780     05  WJ-A                PIC -9(02).9(04).
000785     05  WJ-A-CARD REDEFINES WJ-A
000786                             PIC X(08).
000790     05  FILLER              PIC X(03)    VALUE SPACES.
000800     05  WJ-REASON           PIC X(44).
000810     05  FILLER              PIC X(25)    VALUE SPACES.
000820
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
001025     EXIT.
001026
000980 2000-PROCESS-RECORDS.
000991     ADD 1 TO WS-RECORDS-PROCESSED
000992     ADD 1 TO WS-RECORDS-READ-RUN
001000     PERFORM 2300-VALIDATE-INPUT
001140             SET END-OF-INPUT TO TRUE
001150     END-READ.
001160
001170*> Check input - the card must be a signed value before
001180*> anything else; then range is symmetric (both endpoints
001185*> reject) and a zero input is rejected, not run through
001190*> the algorithm below.  Both edits take the full value,
001195*> decimals and all.
001200 2300-VALIDATE-INPUT.
001210     SET INPUT-IS-VALID TO TRUE
001220     MOVE SPACES TO WS-REJECT-REASON
001222     PERFORM 2250-EDIT-CARD-FORM
001224     IF NOT CARD-FORM-IS-GOOD
001226         SET INPUT-IS-INVALID TO TRUE
001228         MOVE "CARD IS NOT A SIGNED VALUE +99.9999"
001229             TO WS-REJECT-REASON
001230     ELSE
001231         IF A <= -10 OR A >= 10 THEN
001240             SET INPUT-IS-INVALID TO TRUE
001250             MOVE "NUMBER OUT OF RANGE, MUST BE -10 < A < +10"
001260                 TO WS-REJECT-REASON
001270         ELSE
001280             IF A = 0 THEN
001290                 SET INPUT-IS-INVALID TO TRUE
001300                 MOVE "ZERO HAS NO RECIPROCAL"
001310                     TO WS-REJECT-REASON
001320             END-IF
001330         END-IF
001335     END-IF.
001340
001341*> A sign, two whole digits and four decimals.  Blank
001342*> decimal columns are a card in the old whole-number form
001343*> and read as .0000.  A card that fails leaves A at zero,
001344*> and its image goes on the reject line as punched.
001345 2250-EDIT-CARD-FORM.
001346     MOVE "Y" TO WS-CARD-FORM-SW
001347     MOVE RECIPROCAL-INPUT-RECORD TO WS-A-CARD
001348     IF WS-A-CARD-FRACTION = SPACES
001349         MOVE "0000" TO WS-A-CARD-FRACTION
001350     END-IF
001351     IF (WS-A-CARD-SIGN NOT = "+" AND WS-A-CARD-SIGN NOT = "-")
001352             OR WS-A-CARD-WHOLE IS NOT NUMERIC
001353             OR WS-A-CARD-FRACTION IS NOT NUMERIC
001354         MOVE "N" TO WS-CARD-FORM-SW
001355         MOVE 0   TO A
001356     ELSE
001357         MOVE WS-A-CARD-VALUE TO A
001358     END-IF.
001358
001350*> Initialize and run the algorithm - only reached for input
001360*> that has already passed 2300-VALIDATE-INPUT.  Fixed mode
001370*> runs exactly N passes as it always has; convergence mode
001410 2400-COMPUTE-RECIPROCAL.
001420     IF A < 0 THEN
001430         MOVE -0.01 TO XOLD
001432         COMPUTE WS-SEED-SCALE-A = 0 - A
001440     ELSE
001450         MOVE +0.01 TO XOLD
001452         MOVE A     TO WS-SEED-SCALE-A
001460     END-IF
001462     PERFORM 2405-SCALE-SEED-UP
001464         UNTIL WS-SEED-SCALE-A NOT < 1
001470
001480     IF CONVERGENCE-MODE
001490         PERFORM 2410-ITERATE-TO-CONVERGENCE THRU
001660     PERFORM 2450-ROUND-TO-PRECISION
001670     MOVE WS-ROUND-OUT TO WS-INV-FINAL.
001680
001682*> The seed of 0.01 starts a whole-number A between 0.01
001683*> and 0.1 of the way to 1/A.  An A below one takes the seed
001684*> up by tens until it starts in that same band, so a
001685*> fractional value needs no more passes than a whole one.
001686 2405-SCALE-SEED-UP.
001687     MULTIPLY 10 BY WS-SEED-SCALE-A
001688     MULTIPLY 10 BY XOLD.
001689
001690*> One Newton-Raphson pass per trip, stopping when the
001700*> step between XOLD and XNEW falls below the tolerance or
001710*> the cap runs out - whichever comes first decides whether
001603     EXIT.
001604
001605*> The key is the A value in its input-card form - a
001606*> leading sign, two whole digits and four decimals - so
001607*> the table key matches what the deck and the inquiry
001607*> cards carry, and an old whole-number card keys the same
001607*> entry as its four-decimal form.
001608 2560-BUILD-RATE-KEY.
001609     IF A < 0
001610         MOVE "-" TO WS-RATE-KEY-SIGN
001624
001580 2600-WRITE-REJECT-RECORD.
001590     MOVE SPACES         TO WS-REJECT-LINE
001600     IF CARD-FORM-IS-GOOD
001601         MOVE A              TO WJ-A
001602     ELSE
001603         MOVE RECIPROCAL-INPUT-RECORD TO WJ-A-CARD
001604     END-IF
001610     MOVE WS-REJECT-REASON TO WJ-REASON
001620     WRITE RECIPROCAL-REJECTS-RECORD FROM WS-REJECT-LINE
001621     ADD 1 TO WS-REJECTS-WRITTEN.
