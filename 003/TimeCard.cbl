000170* totalled by job code within a section per department,    *
000180* with a department total and a grand total, in the same   *
000190* shape as the department roster.                          *
000192*                                                          *
000194* Each accepted card is priced at the hourly rate in force *
000196* for the employee's job code on the work date, from the   *
000198* effective-dated JOB-RATE-TABLE; a card with no rate in   *
000200* force is rejected rather than paid at zero.  The same    *
000202* sorted pass prints a gross-pay register, one section per *
000204* employee within department and job, and carries dollar   *
000206* totals beside the hour totals on the labor report.  A    *
000208* control-total record (TCCTLTOT) carries the hours and    *
000210* the dollars as extended on the way into the sort and as  *
000212* paid on the register, for the reconciliation run.        *
000213*                                                          *
000213* Every accepted card is posted to the permanent           *
000213* TIME-HISTORY file, keyed on SSN and work date.  A card   *
000213* for a day already on history - paid in an earlier run,   *
000213* or keyed twice in this deck - is rejected as a           *
000213* duplicate.  Each employee's hours are added up by week   *
000213* (Sunday through Saturday), counting the days of the same *
000213* week already paid from history first; hours past 40 in   *
000213* the week are overtime and carry a half-time premium on   *
000213* top of the straight rate.  The labor report splits       *
000213* straight-time and overtime hours by job and department.  *
000214*                                                          *
000216* MODIFICATION HISTORY                                    *
000220* 2026-09-02 TJM  Original timecard batch and labor-       *
000230*                 distribution report.                     *
000232* 2026-10-14 TJM  Hours priced from the JOB-RATE-TABLE as  *
000234*                 of the work date; cards with no rate     *
000236*                 rejected.  Gross-pay register, dollar    *
000238*                 totals on the labor report and the       *
000239*                 TCCTLTOT control record.                 *
000239* 2026-10-14 TJM  TIME-HISTORY posting with duplicate-day  *
000239*                 rejection; weekly overtime past 40 hours *
000239*                 with a half-time premium; straight-time  *
000239*                 and overtime hours on the labor report.  *
000239* 2026-10-14 TJM  Full SSNs need a requester ID on the     *
000239*                 MASKPARM card - an unmasked run without  *
000239*                 one is refused - and an unmasked run     *
000239*                 appends disclosure records to PIIDISCL   *
000239*                 with the requester and the count of SSNs *
000239*                 shown in full on the rejects and on the  *
000239*                 pay register.                            *
000240*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000500         RECORD KEY IS DT-DEPT-CODE
000510         FILE STATUS IS WS-DEPT-FILE-STATUS.
000520
000522*> Walked forward from the job's first effective date to
000524*> find the latest one on or before the work date.
000526     SELECT JOB-RATE-TABLE ASSIGN TO "JOBRATE"
000528         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000532         RECORD KEY IS JR-RATE-KEY
000534         FILE STATUS IS WS-RATE-FILE-STATUS.
000536
000538     SELECT PAY-REGISTER ASSIGN TO "PAYREG"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000542
000544     SELECT CONTROL-TOTALS ASSIGN TO "TCCTLTOT"
000546         ORGANIZATION IS LINE SEQUENTIAL.
000548
000549     SELECT TIME-HISTORY ASSIGN TO "TIMEHIST"
000549         ORGANIZATION IS INDEXED
000549         ACCESS MODE IS DYNAMIC
000549         RECORD KEY IS TH-HISTORY-KEY
000549         FILE STATUS IS WS-HIST-FILE-STATUS.
000549
000530     SELECT MASK-PARM ASSIGN TO "MASKPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS   IS WS-MASK-FILE-STATUS.
000550
000550     SELECT PII-DISCLOSURES ASSIGN TO "PIIDISCL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS   IS WS-DISC-FILE-STATUS.
000560
000570     SELECT SORT-WORK ASSIGN TO "SORTWK".
000580
000850     RECORD CONTAINS 40 CHARACTERS.
000860     COPY DEPTREC.
000870
000872 FD  JOB-RATE-TABLE
000874     RECORD CONTAINS 40 CHARACTERS.
000876     COPY JOBRATE.
000878
000880 FD  PAY-REGISTER
000882     RECORD CONTAINS 80 CHARACTERS.
000884 01  PAY-REGISTER-RECORD         PIC X(80).
000886
000887 FD  CONTROL-TOTALS
000888     RECORD CONTAINS 80 CHARACTERS.
000889     COPY CTLTOTAL.
000889
000889 FD  TIME-HISTORY
000889     RECORD CONTAINS 60 CHARACTERS.
000889     COPY TIMEHIST.
000890
000880*> Parameter card: "Y" masks SSN on the exception file and
000890*> the pay register, "N" shows it in full for the requester
000900*> named on the card.  A missing or blank card defaults to
000905*> masked, same as the other jobs.
000910 FD  MASK-PARM
000920     RECORD CONTAINS 20 CHARACTERS.
000930     COPY MASKPARM.
000930
000930 FD  PII-DISCLOSURES
000930     RECORD CONTAINS 60 CHARACTERS.
000930     COPY PIIDISC.
000940
000950 SD  SORT-WORK.
000960 01  SORT-WORK-RECORD.
000970     05  SW-DEPT-CODE            PIC X(04).
000980     05  SW-JOB-CODE             PIC X(04).
000982     05  SW-SSN                  PIC X(09).
000984     05  SW-WORK-DATE            PIC X(08).
000986     05  SW-LNAME                PIC X(10).
000988     05  SW-FNAME                PIC X(10).
000990     05  SW-HOURS                PIC 9(02)V9(01).
000995     05  SW-RATE                 PIC 9(03)V9(02).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-CARDS-FILE-STATUS        PIC X(02)    VALUE "00".
001090*> codes, the same fallback the department roster takes.
001100 01  WS-DEPT-FILE-STATUS         PIC X(02)    VALUE "00".
001110     88  WS-DEPT-OPEN-OK             VALUE "00".
001112
001114 01  WS-RATE-FILE-STATUS         PIC X(02)    VALUE "00".
001116     88  WS-RATE-OPEN-OK             VALUE "00".
001117
001118 01  WS-HIST-FILE-STATUS         PIC X(02)    VALUE "00".
001118     88  WS-HIST-OPEN-OK             VALUE "00".
001118     88  WS-HIST-FILE-NOT-FOUND      VALUE "35".
001120
001130 01  WS-MASK-FILE-STATUS         PIC X(02)    VALUE "00".
001140     88  WS-MASK-FILE-NOT-FOUND      VALUE "35".
001140
001140 01  WS-DISC-FILE-STATUS         PIC X(02)    VALUE "00".
001140     88  WS-DISC-OPEN-OK             VALUE "00".
001140     88  WS-DISC-FILE-NOT-FOUND      VALUE "35".
001150
001160 01  WS-SWITCHES.
001170     05  WS-END-OF-CARDS-SW      PIC X(01)    VALUE "N".
001270         88  END-OF-MASK-CARD        VALUE "Y".
001280     05  WS-DEPT-TABLE-SW        PIC X(01)    VALUE "Y".
001290         88  DEPT-TABLE-IS-PRESENT   VALUE "Y".
001292     05  WS-RATE-FOUND-SW        PIC X(01)    VALUE "N".
001294         88  PAY-RATE-FOUND          VALUE "Y".
001296     05  WS-END-OF-RATES-SW      PIC X(01)    VALUE "N".
001298         88  END-OF-JOB-RATES        VALUE "Y".
001299     05  WS-END-OF-WALK-SW       PIC X(01)    VALUE "N".
001299         88  END-OF-HISTORY-WALK     VALUE "Y".
001299
001299*> This run's date and time, stamped on every card it posts
001299*> to TIME-HISTORY - a history record carrying it was keyed
001299*> earlier in this same deck.
001299 01  WS-RUN-STAMP.
001299     05  WS-RUN-DATE             PIC 9(08)    VALUE 0.
001299     05  WS-RUN-TIME             PIC 9(08)    VALUE 0.
001300
001310 01  WS-REJECT-REASON            PIC X(40)    VALUE SPACES.
001320
001350     05  WS-CARDS-ACCEPTED       PIC 9(07)    VALUE 0.
001360     05  WS-CARDS-REJECTED       PIC 9(07)    VALUE 0.
001370     05  WS-DEPARTMENTS-SEEN     PIC 9(07)    VALUE 0.
001375     05  WS-EMPLOYEES-PAID       PIC 9(07)    VALUE 0.
001376     05  WS-REJ-SSNS-SHOWN       PIC 9(07)    VALUE 0.
001377     05  WS-PAYREG-SSNS-SHOWN    PIC 9(07)    VALUE 0.
001378
001379*> Who the run shows full SSNs for, off the MASKPARM card.
001379 01  WS-REQUESTER-ID             PIC X(08)    VALUE SPACES.
001380
001390 01  WS-HOUR-TOTALS.
001400     05  WS-JOB-ST-HOURS         PIC 9(06)V9(01) VALUE 0.
001405     05  WS-JOB-OT-HOURS         PIC 9(06)V9(01) VALUE 0.
001410     05  WS-DEPT-HOURS           PIC 9(06)V9(01) VALUE 0.
001412     05  WS-DEPT-ST-HOURS        PIC 9(06)V9(01) VALUE 0.
001414     05  WS-DEPT-OT-HOURS        PIC 9(06)V9(01) VALUE 0.
001420     05  WS-GRAND-HOURS          PIC 9(07)V9(01) VALUE 0.
001421     05  WS-GRAND-ST-HOURS       PIC 9(07)V9(01) VALUE 0.
001421     05  WS-GRAND-OT-HOURS       PIC 9(07)V9(01) VALUE 0.
001422     05  WS-EMPLOYEE-HOURS       PIC 9(04)V9(01) VALUE 0.
001423     05  WS-EMPLOYEE-OT-HOURS    PIC 9(04)V9(01) VALUE 0.
001424     05  WS-ACCEPTED-HOURS       PIC 9(07)V9(01) VALUE 0.
001425
001425*> Weekly overtime: hours past WS-OVERTIME-THRESHOLD in one
001425*> employee's Sunday-to-Saturday week are overtime.  The
001425*> week's running total starts from the days of that week
001425*> already paid from history and builds card by card in
001425*> work-date order, so the card that crosses 40 splits.
001425 01  WS-OVERTIME-FIELDS.
001425     05  WS-OVERTIME-THRESHOLD   PIC 9(02)V9(01) VALUE 40.0.
001425     05  WS-WEEK-HOURS           PIC 9(03)V9(01) VALUE 0.
001425     05  WS-CARD-ST-HOURS        PIC 9(02)V9(01) VALUE 0.
001425     05  WS-CARD-OT-HOURS        PIC 9(02)V9(01) VALUE 0.
001425     05  WS-CURRENT-WEEK         PIC 9(06)    VALUE 0.
001425     05  WS-CARD-WEEK            PIC 9(06)    VALUE 0.
001425
001425*> First day of the month before a card's work date - the
001425*> history walk for the card's week starts there, which is
001425*> always at or before the Sunday that opens the week.
001425 01  WS-WALK-DATE.
001425     05  WS-WK-YEAR              PIC 9(04).
001425     05  WS-WK-MONTH             PIC 9(02).
001425     05  WS-WK-DAY               PIC 9(02).
001425
001425*> Day-number work area: a date's serial day count from a
001425*> March-based calendar, and the week number taken from it.
001425*> Adding 2 before dividing by 7 makes every week number
001425*> start on a Sunday.
001425 01  WS-DAY-NUMBER-WORK.
001425     05  WS-DN-DATE.
001425         10  WS-DN-YEAR          PIC 9(04).
001425         10  WS-DN-MONTH         PIC 9(02).
001425         10  WS-DN-DAY           PIC 9(02).
001425     05  WS-DN-Y                 PIC 9(04)    VALUE 0.
001425     05  WS-DN-M                 PIC 9(02)    VALUE 0.
001425     05  WS-DN-Q4                PIC 9(04)    VALUE 0.
001425     05  WS-DN-Q100              PIC 9(04)    VALUE 0.
001425     05  WS-DN-Q400              PIC 9(04)    VALUE 0.
001425     05  WS-DN-Q5                PIC 9(04)    VALUE 0.
001425     05  WS-DN-WORK              PIC 9(05)    VALUE 0.
001425     05  WS-DAY-NUMBER           PIC 9(07)    VALUE 0.
001425     05  WS-WEEK-NUMBER          PIC 9(06)    VALUE 0.
001426
001428*> Dollars, each card rounded to the cent as it is priced.
001430*> WS-EXTENDED-AMOUNT is built on the way into the sort and
001432*> WS-GRAND-GROSS on the way out; the two go out on the
001434*> control-total record so the reconciliation run can show
001436*> nothing was lost or priced twice in between.  Overtime
001437*> is known only on the way out, so its premium is carried
001437*> separately: gross is the card's hours at the straight
001437*> rate plus half the rate again on its overtime hours.
001438 01  WS-PAY-TOTALS.
001440     05  WS-CARD-GROSS           PIC 9(05)V9(02) VALUE 0.
001441     05  WS-CARD-PREMIUM         PIC 9(05)V9(02) VALUE 0.
001441     05  WS-PREMIUM-AMOUNT       PIC 9(09)V9(02) VALUE 0.
001442     05  WS-EMPLOYEE-GROSS       PIC 9(07)V9(02) VALUE 0.
001444     05  WS-JOB-GROSS            PIC 9(09)V9(02) VALUE 0.
001446     05  WS-DEPT-GROSS           PIC 9(09)V9(02) VALUE 0.
001448     05  WS-GRAND-GROSS          PIC 9(09)V9(02) VALUE 0.
001450     05  WS-EXTENDED-AMOUNT      PIC 9(09)V9(02) VALUE 0.
001452
001454 01  WS-PAY-RATE                 PIC 9(03)V9(02) VALUE 0.
001456
001458 01  WS-CURRENT-DEPT             PIC X(04)    VALUE LOW-VALUES.
001460 01  WS-CURRENT-JOB              PIC X(04)    VALUE LOW-VALUES.
001462 01  WS-CURRENT-SSN              PIC X(09)    VALUE LOW-VALUES.
001460
001470*> Calendar-date check work area, the same edit the
001480*> front-end transaction edit runs on the hire date.
001800     05  FILLER                  PIC X(05)    VALUE "JOB: ".
001810     05  WL-JOB-CODE             PIC X(04).
001820     05  FILLER                  PIC X(03)    VALUE SPACES.
001830     05  FILLER                  PIC X(10)    VALUE "ST HOURS: ".
001840     05  WL-JOB-ST-HOURS         PIC ZZZZZ9.9.
001841     05  FILLER                  PIC X(13)
001841         VALUE "   OT HOURS: ".
001841     05  WL-JOB-OT-HOURS         PIC ZZZZZ9.9.
001842     05  FILLER                  PIC X(10)
001844         VALUE "   GROSS: ".
001846     05  WL-JOB-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
001850     05  FILLER                  PIC X(03)    VALUE SPACES.
001860
001870 01  WS-DEPT-TRAILER.
001880     05  FILLER                  PIC X(18)
001890         VALUE "DEPARTMENT HOURS: ".
001900     05  WT-DEPT-HOURS           PIC ZZZZZ9.9.
001902     05  FILLER                  PIC X(21)
001904         VALUE "   DEPARTMENT GROSS: ".
001906     05  WT-DEPT-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
001910     05  FILLER                  PIC X(19)    VALUE SPACES.
001912
001914 01  WS-DEPT-SPLIT-LINE.
001916     05  FILLER                  PIC X(12)
001918         VALUE "  ST HOURS: ".
001920     05  WT-DEPT-ST-HOURS        PIC ZZZZZ9.9.
001922     05  FILLER                  PIC X(13)
001924         VALUE "   OT HOURS: ".
001926     05  WT-DEPT-OT-HOURS        PIC ZZZZZ9.9.
001928     05  FILLER                  PIC X(39)    VALUE SPACES.
001929
001930 01  WS-GRAND-TRAILER.
001940     05  FILLER                  PIC X(13)
001950         VALUE "TOTAL HOURS: ".
001970     05  FILLER                  PIC X(13)
001980         VALUE "  DEPARTMENTS".
001990     05  WT-DEPT-TOTAL           PIC ZZZZZZZ9.
001992     05  FILLER                  PIC X(09)
001994         VALUE "  GROSS: ".
001996     05  WT-GRAND-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
002000     05  FILLER                  PIC X(14)    VALUE SPACES.
002001
002001 01  WS-GRAND-SPLIT-LINE.
002001     05  FILLER                  PIC X(16)
002001         VALUE "TOTAL ST HOURS: ".
002001     05  WT-GRAND-ST-HOURS       PIC ZZZZZZ9.9.
002001     05  FILLER                  PIC X(19)
002001         VALUE "   TOTAL OT HOURS: ".
002001     05  WT-GRAND-OT-HOURS       PIC ZZZZZZ9.9.
002001     05  FILLER                  PIC X(27)    VALUE SPACES.
002002
002004*> Gross-pay register: a heading per employee, one line per
002006*> card priced at its own work date's rate, and the
002008*> employee's total.
002010 01  WS-EMPLOYEE-HEADER.
002012     05  FILLER                  PIC X(10)
002014         VALUE "EMPLOYEE: ".
002016     05  WG-SSN                  PIC X(11).
002018     05  FILLER                  PIC X(02)    VALUE SPACES.
002020     05  WG-LNAME                PIC X(10).
002022     05  FILLER                  PIC X(01)    VALUE SPACES.
002024     05  WG-FNAME                PIC X(10).
002026     05  FILLER                  PIC X(07)    VALUE "  DEPT ".
002028     05  WG-DEPT-CODE            PIC X(04).
002030     05  FILLER                  PIC X(06)    VALUE "  JOB ".
002032     05  WG-JOB-CODE             PIC X(04).
002034     05  FILLER                  PIC X(15)    VALUE SPACES.
002036
002038 01  WS-PAY-LINE.
002040     05  FILLER                  PIC X(04)    VALUE SPACES.
002042     05  WP-WORK-DATE            PIC X(08).
002044     05  FILLER                  PIC X(09)
002046         VALUE "   HOURS ".
002048     05  WP-HOURS                PIC ZZZ9.9.
002049     05  FILLER                  PIC X(06)    VALUE "   OT ".
002049     05  WP-OT-HOURS             PIC ZZZ9.9.
002050     05  FILLER                  PIC X(08)
002052         VALUE "   RATE ".
002054     05  WP-RATE                 PIC ZZ9.99.
002056     05  FILLER                  PIC X(09)
002058         VALUE "   GROSS ".
002060     05  WP-GROSS                PIC ZZZ,ZZ9.99.
002062     05  FILLER                  PIC X(08)    VALUE SPACES.
002064
002066 01  WS-EMPLOYEE-TRAILER.
002068     05  FILLER                  PIC X(04)    VALUE SPACES.
002070     05  FILLER                  PIC X(08)    VALUE "EMPLOYEE".
002072     05  FILLER                  PIC X(09)
002074         VALUE "   HOURS ".
002076     05  WE-HOURS                PIC ZZZ9.9.
002077     05  FILLER                  PIC X(06)    VALUE "   OT ".
002077     05  WE-OT-HOURS             PIC ZZZ9.9.
002078     05  FILLER                  PIC X(23)
002080         VALUE "                 GROSS ".
002082     05  WE-GROSS                PIC ZZZ,ZZ9.99.
002084     05  FILLER                  PIC X(08)    VALUE SPACES.
002086
002088 01  WS-REGISTER-TRAILER.
002090     05  FILLER                  PIC X(16)
002092         VALUE "REGISTER TOTAL: ".
002094     05  WR-EMPLOYEE-COUNT       PIC ZZZZZZ9.
002096     05  FILLER                  PIC X(17)
002098         VALUE " EMPLOYEES HOURS ".
002100     05  WR-HOURS                PIC ZZZZZZ9.9.
002102     05  FILLER                  PIC X(07)    VALUE " GROSS ".
002104     05  WR-GROSS                PIC ZZZ,ZZZ,ZZ9.99.
002106     05  FILLER                  PIC X(10)    VALUE SPACES.
002010
002020 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
002030
002170     PERFORM 1000-INITIALIZE
002180     SORT SORT-WORK
002190         ON ASCENDING KEY SW-DEPT-CODE SW-JOB-CODE
002195                          SW-SSN SW-WORK-DATE
002200         INPUT  PROCEDURE IS 3000-VALIDATE-TIMECARDS THRU
002210                             3000-VALIDATE-TIMECARDS-EXIT
002220         OUTPUT PROCEDURE IS 4000-REPORT-SORTED-RECORDS THRU
002250     STOP RUN.
002260
002270 1000-INITIALIZE.
002274     PERFORM 1100-READ-MASK-PARM THRU
002275             1100-READ-MASK-PARM-EXIT
002280     OPEN INPUT TIMECARD-INPUT
002290     IF NOT WS-CARDS-OPEN-OK
002300         DISPLAY "TIMECARD INPUT OPEN FAILED - STATUS "
002370             WS-MASTER-FILE-STATUS
002380         STOP RUN
002390     END-IF
002392     OPEN INPUT JOB-RATE-TABLE
002394     IF NOT WS-RATE-OPEN-OK
002396         DISPLAY "JOB RATE TABLE OPEN FAILED - STATUS "
002398             WS-RATE-FILE-STATUS
002399         STOP RUN
002400     END-IF
002402     OPEN OUTPUT TIMECARD-REJECTS
002410     OPEN OUTPUT LABOR-REPORT
002415     OPEN OUTPUT PAY-REGISTER
002416     PERFORM 1200-OPEN-TIME-HISTORY THRU
002417             1200-OPEN-TIME-HISTORY-EXIT
002418     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002419     ACCEPT WS-RUN-TIME FROM TIME
002420     OPEN INPUT DEPT-TABLE
002430     IF NOT WS-DEPT-OPEN-OK
002440         MOVE "N" TO WS-DEPT-TABLE-SW
002450         DISPLAY "DEPT TABLE NOT AVAILABLE - STATUS "
002460             WS-DEPT-FILE-STATUS " - CODES PRINT BARE"
002470     END-IF.
002500
002510*> The mask parameter card is optional - a missing or blank
002520*> card leaves MASK-SSN-ON-OUTPUT (the safer setting) in
002530*> effect.  A card that turns masking off without naming a
002530*> requester refuses the run before anything is opened.
002540 1100-READ-MASK-PARM.
002550     OPEN INPUT MASK-PARM
002560     IF WS-MASK-FILE-NOT-FOUND
002610             SET END-OF-MASK-CARD TO TRUE
002620     END-READ
002630     IF NOT END-OF-MASK-CARD
002640         IF MP-MASK-OPTION = "N"
002650             MOVE "N" TO WS-MASK-SW
002650             MOVE MP-REQUESTER-ID TO WS-REQUESTER-ID
002660         END-IF
002670     END-IF
002680     CLOSE MASK-PARM
002680     IF NOT MASK-SSN-ON-OUTPUT AND WS-REQUESTER-ID = SPACES
002680         DISPLAY "MASKPARM SHOWS FULL SSNS WITH NO REQUESTER ID"
002680             " - RUN REFUSED"
002680         MOVE 8 TO RETURN-CODE
002680         STOP RUN
002680     END-IF.
002690 1100-READ-MASK-PARM-EXIT.
002700     EXIT.
002701
002702*> The very first run finds no history file (status 35) and
002703*> creates it empty before reopening for update.
002704 1200-OPEN-TIME-HISTORY.
002705     OPEN I-O TIME-HISTORY
002706     IF WS-HIST-FILE-NOT-FOUND
002707         OPEN OUTPUT TIME-HISTORY
002708         CLOSE TIME-HISTORY
002709         OPEN I-O TIME-HISTORY
002710     END-IF
002711     IF NOT WS-HIST-OPEN-OK
002712         DISPLAY "TIME HISTORY OPEN FAILED - STATUS "
002713             WS-HIST-FILE-STATUS
002714         STOP RUN
002715     END-IF.
002716 1200-OPEN-TIME-HISTORY-EXIT.
002717     EXIT.
002710
002720*> SORT input procedure: each card is validated against the
002730*> master and either released with the employee's current
002740*> department and job code and the rate in force on the
002745*> work date, or routed to the exception file.
002750 3000-VALIDATE-TIMECARDS.
002760     PERFORM 3100-READ-TIMECARD
002770     PERFORM 3200-PROCESS-ONE-CARD THRU
002940         ADD 1 TO WS-CARDS-ACCEPTED
002950         MOVE EM-DEPT-CODE TO SW-DEPT-CODE
002960         MOVE EM-JOB-CODE  TO SW-JOB-CODE
002962         MOVE TC-SSN       TO SW-SSN
002964         MOVE TC-WORK-DATE TO SW-WORK-DATE
002966         MOVE EM-LNAME     TO SW-LNAME
002968         MOVE EM-FNAME     TO SW-FNAME
002970         MOVE TC-HOURS-NUM TO SW-HOURS
002972         MOVE WS-PAY-RATE  TO SW-RATE
002974         ADD TC-HOURS-NUM  TO WS-ACCEPTED-HOURS
002976         COMPUTE WS-CARD-GROSS ROUNDED =
002977             TC-HOURS-NUM * WS-PAY-RATE
002978         ADD WS-CARD-GROSS TO WS-EXTENDED-AMOUNT
002979         PERFORM 3250-POST-TO-HISTORY
002980         RELEASE SORT-WORK-RECORD
002990     ELSE
003000         ADD 1 TO WS-CARDS-REJECTED
003030     PERFORM 3100-READ-TIMECARD.
003040 3200-PROCESS-ONE-CARD-EXIT.
003050     EXIT.
003051
003052*> The accepted card goes onto history at once, so a second
003053*> card for the same day later in this deck finds it there.
003054 3250-POST-TO-HISTORY.
003055     MOVE SPACES        TO TIME-HISTORY-RECORD
003056     MOVE TC-SSN        TO TH-SSN
003057     MOVE TC-WORK-DATE  TO TH-WORK-DATE
003058     MOVE TC-HOURS-NUM  TO TH-HOURS
003059     MOVE EM-DEPT-CODE  TO TH-DEPT-CODE
003060     MOVE EM-JOB-CODE   TO TH-JOB-CODE
003061     MOVE WS-PAY-RATE   TO TH-PAY-RATE
003062     MOVE WS-RUN-STAMP  TO TH-POSTED-STAMP
003063     WRITE TIME-HISTORY-RECORD
003064         INVALID KEY
003065             DISPLAY "TIME HISTORY POST FAILED - STATUS "
003066                 WS-HIST-FILE-STATUS " " TH-HISTORY-KEY
003067     END-WRITE.
003060
003070*> The SSN must be nine digits and on the master, the
003080*> record must be active, and the employee must be hourly -
003090*> hours are only collected for the hourly pay type, so
003100*> hours against a salaried record are a keying error.  The
003110*> date must be a real calendar date and the hours must be
003120*> numeric, above zero and inside a day, and the day must
003122*> not already be on history.  Last, the job code must have
003125*> a rate in force on the work date.
003130 3300-VALIDATE-TIMECARD.
003140     SET CARD-IS-VALID TO TRUE
003150     MOVE SPACES TO WS-REJECT-REASON
003450             TO WS-REJECT-REASON
003460         GO TO 3300-VALIDATE-TIMECARD-EXIT
003470     END-IF
003472     PERFORM 3600-CHECK-DUPLICATE-DAY
003474     IF CARD-IS-INVALID
003476         GO TO 3300-VALIDATE-TIMECARD-EXIT
003478     END-IF
003480     MOVE TC-SSN TO EM-SSN-KEY
003490     READ EMPLOYEE-MASTER
003500         INVALID KEY
003650         SET CARD-IS-INVALID TO TRUE
003660         MOVE "HOURS ON A SALARIED RECORD"
003670             TO WS-REJECT-REASON
003675         GO TO 3300-VALIDATE-TIMECARD-EXIT
003680     END-IF
003682     PERFORM 3500-LOOK-UP-PAY-RATE THRU
003684             3500-LOOK-UP-PAY-RATE-EXIT
003686     IF NOT PAY-RATE-FOUND
003688         SET CARD-IS-INVALID TO TRUE
003690         MOVE "NO PAY RATE IN EFFECT ON WORK DATE"
003692             TO WS-REJECT-REASON
003694     END-IF.
003696 3300-VALIDATE-TIMECARD-EXIT.
003700     EXIT.
003710
003720*> YYYYMMDD with a real month and a day that fits the
004010     MOVE TC-SSN        TO WS-SSN-IN
004020     PERFORM 5000-FORMAT-SSN-DISPLAY
004030     MOVE WS-SSN-OUT    TO WJ-SSN
004031     IF NOT MASK-SSN-ON-OUTPUT
004032         ADD 1 TO WS-REJ-SSNS-SHOWN
004033     END-IF
004040     MOVE TC-WORK-DATE  TO WJ-WORK-DATE
004050     MOVE TC-HOURS      TO WJ-HOURS
004060     MOVE WS-REJECT-REASON TO WJ-REASON
004070     WRITE TIMECARD-REJECTS-RECORD FROM WS-REJECT-LINE.
004080
004080
004082*> The rate in force on the work date is the job's entry
004084*> with the latest effective date not after it.  The
004086*> entries for a job sit together in effective-date order,
004088*> so the walk starts at the job's first entry and stops at
004090*> the first one dated after the work date, keeping the
004092*> last rate passed.
004094 3500-LOOK-UP-PAY-RATE.
004096     MOVE "N" TO WS-RATE-FOUND-SW
004098     MOVE "N" TO WS-END-OF-RATES-SW
004100     MOVE EM-JOB-CODE TO JR-JOB-CODE
004102     MOVE LOW-VALUES  TO JR-EFF-DATE
004104     START JOB-RATE-TABLE
004106         KEY IS NOT LESS THAN JR-RATE-KEY
004108         INVALID KEY
004110             SET END-OF-JOB-RATES TO TRUE
004112     END-START
004114     PERFORM 3550-READ-NEXT-RATE THRU
004116             3550-READ-NEXT-RATE-EXIT
004118         UNTIL END-OF-JOB-RATES.
004120 3500-LOOK-UP-PAY-RATE-EXIT.
004122     EXIT.
004124
004126 3550-READ-NEXT-RATE.
004128     READ JOB-RATE-TABLE NEXT RECORD
004130         AT END
004132             SET END-OF-JOB-RATES TO TRUE
004134             GO TO 3550-READ-NEXT-RATE-EXIT
004136     END-READ
004138     IF JR-JOB-CODE NOT = EM-JOB-CODE OR
004140             JR-EFF-DATE > TC-WORK-DATE
004142         SET END-OF-JOB-RATES TO TRUE
004144         GO TO 3550-READ-NEXT-RATE-EXIT
004146     END-IF
004148     MOVE JR-HOURLY-RATE TO WS-PAY-RATE
004150     SET PAY-RATE-FOUND TO TRUE.
004152 3550-READ-NEXT-RATE-EXIT.
004154     EXIT.
004155
004155*> One day per employee: a day found on history was either
004155*> paid in an earlier run or posted from this same deck -
004155*> the posting stamp tells which.
004155 3600-CHECK-DUPLICATE-DAY.
004155     MOVE TC-SSN       TO TH-SSN
004155     MOVE TC-WORK-DATE TO TH-WORK-DATE
004155     READ TIME-HISTORY
004155         INVALID KEY
004155             CONTINUE
004155         NOT INVALID KEY
004155             SET CARD-IS-INVALID TO TRUE
004155             IF TH-POSTED-STAMP = WS-RUN-STAMP
004155                 MOVE "DUPLICATE - SAME DAY TWICE IN THIS DECK"
004155                     TO WS-REJECT-REASON
004155             ELSE
004155                 MOVE "DUPLICATE - DAY ALREADY ON HISTORY"
004155                     TO WS-REJECT-REASON
004155             END-IF
004155     END-READ.
004156
004158*> SORT output procedure: records arrive in department, job,
004160*> SSN and work-date order, so a change of department is a
004162*> section break, a change of job inside it closes out a
004164*> job line, and a change of SSN inside the job closes out
004166*> the employee's register section.
004168 4000-REPORT-SORTED-RECORDS.
004170     PERFORM 4100-RETURN-SORTED-RECORD
004172     PERFORM 4200-REPORT-ONE-RECORD THRU
004174             4200-REPORT-ONE-RECORD-EXIT
004176         UNTIL END-OF-SORTED-RECORDS
004178     IF WS-CURRENT-DEPT NOT = LOW-VALUES
004180         PERFORM 4580-WRITE-EMPLOYEE-TRAILER
004182         PERFORM 4550-WRITE-JOB-LINE
004190         PERFORM 4600-WRITE-DEPT-TRAILER
004200     END-IF
004210     PERFORM 4700-WRITE-GRAND-TRAILER
004215     PERFORM 4750-WRITE-REGISTER-TRAILER.
004220 4000-REPORT-SORTED-RECORDS-EXIT.
004230     EXIT.
004240
004310 4200-REPORT-ONE-RECORD.
004320     IF SW-DEPT-CODE NOT = WS-CURRENT-DEPT
004330         IF WS-CURRENT-DEPT NOT = LOW-VALUES
004335             PERFORM 4580-WRITE-EMPLOYEE-TRAILER
004340             PERFORM 4550-WRITE-JOB-LINE
004350             PERFORM 4600-WRITE-DEPT-TRAILER
004360         END-IF
004370         PERFORM 4300-WRITE-DEPT-HEADER
004375         PERFORM 4450-WRITE-EMPLOYEE-HEADER
004380     ELSE
004390         IF SW-JOB-CODE NOT = WS-CURRENT-JOB
004395             PERFORM 4580-WRITE-EMPLOYEE-TRAILER
004400             PERFORM 4550-WRITE-JOB-LINE
004410             MOVE SW-JOB-CODE TO WS-CURRENT-JOB
004415             PERFORM 4450-WRITE-EMPLOYEE-HEADER
004420         ELSE
004422             IF SW-SSN NOT = WS-CURRENT-SSN
004424                 PERFORM 4580-WRITE-EMPLOYEE-TRAILER
004426                 PERFORM 4450-WRITE-EMPLOYEE-HEADER
004428             END-IF
004430         END-IF
004435     END-IF
004450     ADD SW-HOURS TO WS-DEPT-HOURS
004460     ADD SW-HOURS TO WS-GRAND-HOURS
004465     PERFORM 4500-WRITE-PAY-LINE
004470     PERFORM 4100-RETURN-SORTED-RECORD.
004480 4200-REPORT-ONE-RECORD-EXIT.
004490     EXIT.
004520     MOVE SW-DEPT-CODE TO WS-CURRENT-DEPT
004530     MOVE SW-JOB-CODE  TO WS-CURRENT-JOB
004540     MOVE 0            TO WS-DEPT-HOURS
004550     MOVE 0            TO WS-JOB-ST-HOURS
004551     MOVE 0            TO WS-JOB-OT-HOURS
004551     MOVE 0            TO WS-DEPT-ST-HOURS
004551     MOVE 0            TO WS-DEPT-OT-HOURS
004552     MOVE 0            TO WS-DEPT-GROSS
004554     MOVE 0            TO WS-JOB-GROSS
004560     ADD 1 TO WS-DEPARTMENTS-SEEN
004570     MOVE SPACES       TO WH-DEPT-NAME
004580     IF SW-DEPT-CODE = SPACES
004780             MOVE DT-DEPT-NAME TO WH-DEPT-NAME
004790     END-READ.
004800
004800
004802 4450-WRITE-EMPLOYEE-HEADER.
004804     MOVE SW-SSN       TO WS-CURRENT-SSN
004806     MOVE 0            TO WS-EMPLOYEE-HOURS
004808     MOVE 0            TO WS-EMPLOYEE-GROSS
004809     MOVE 0            TO WS-EMPLOYEE-OT-HOURS
004809     MOVE 0            TO WS-CURRENT-WEEK
004810     ADD 1 TO WS-EMPLOYEES-PAID
004812     MOVE SPACES       TO WG-SSN
004814     MOVE SW-SSN       TO WS-SSN-IN
004816     PERFORM 5000-FORMAT-SSN-DISPLAY
004818     MOVE WS-SSN-OUT   TO WG-SSN
004819     IF NOT MASK-SSN-ON-OUTPUT
004819         ADD 1 TO WS-PAYREG-SSNS-SHOWN
004819     END-IF
004820     MOVE SW-LNAME     TO WG-LNAME
004822     MOVE SW-FNAME     TO WG-FNAME
004824     MOVE SW-DEPT-CODE TO WG-DEPT-CODE
004826     MOVE SW-JOB-CODE  TO WG-JOB-CODE
004828     WRITE PAY-REGISTER-RECORD FROM WS-BLANK-LINE
004830     WRITE PAY-REGISTER-RECORD FROM WS-EMPLOYEE-HEADER.
004832
004834*> Each card is priced at the rate it carried out of the
004836*> input procedure - the rate in force on its own work
004838*> date - and rounded to the cent, the same as it was
004840*> extended on the way in; its overtime hours then add a
004841*> half-time premium, rounded on its own.
004842 4500-WRITE-PAY-LINE.
004843     PERFORM 4520-SPLIT-OVERTIME
004844     COMPUTE WS-CARD-GROSS ROUNDED = SW-HOURS * SW-RATE
004845     COMPUTE WS-CARD-PREMIUM ROUNDED =
004845         WS-CARD-OT-HOURS * SW-RATE * 0.5
004845     ADD WS-CARD-PREMIUM TO WS-CARD-GROSS
004845     ADD WS-CARD-PREMIUM TO WS-PREMIUM-AMOUNT
004846     ADD SW-HOURS      TO WS-EMPLOYEE-HOURS
004846     ADD WS-CARD-OT-HOURS TO WS-EMPLOYEE-OT-HOURS
004846     ADD WS-CARD-ST-HOURS TO WS-JOB-ST-HOURS
004846     ADD WS-CARD-OT-HOURS TO WS-JOB-OT-HOURS
004846     ADD WS-CARD-ST-HOURS TO WS-DEPT-ST-HOURS
004846     ADD WS-CARD-OT-HOURS TO WS-DEPT-OT-HOURS
004846     ADD WS-CARD-ST-HOURS TO WS-GRAND-ST-HOURS
004846     ADD WS-CARD-OT-HOURS TO WS-GRAND-OT-HOURS
004848     ADD WS-CARD-GROSS TO WS-EMPLOYEE-GROSS
004850     ADD WS-CARD-GROSS TO WS-JOB-GROSS
004852     ADD WS-CARD-GROSS TO WS-DEPT-GROSS
004854     ADD WS-CARD-GROSS TO WS-GRAND-GROSS
004856     MOVE SW-WORK-DATE  TO WP-WORK-DATE
004858     MOVE SW-HOURS      TO WP-HOURS
004859     MOVE WS-CARD-OT-HOURS TO WP-OT-HOURS
004860     MOVE SW-RATE       TO WP-RATE
004862     MOVE WS-CARD-GROSS TO WP-GROSS
004864     WRITE PAY-REGISTER-RECORD FROM WS-PAY-LINE.
004865
004865*> A card in a new week for this employee starts the week's
004865*> running total from the hours already paid for that week
004865*> in earlier runs; the card's hours then fall straight
004865*> time up to the threshold and overtime past it.
004865 4520-SPLIT-OVERTIME.
004865     MOVE SW-WORK-DATE TO WS-DN-DATE
004865     PERFORM 6000-COMPUTE-WEEK-NUMBER
004865     MOVE WS-WEEK-NUMBER TO WS-CARD-WEEK
004865     IF WS-CARD-WEEK NOT = WS-CURRENT-WEEK
004865         MOVE WS-CARD-WEEK TO WS-CURRENT-WEEK
004865         PERFORM 4530-LOAD-PRIOR-WEEK-HOURS THRU
004865                 4530-LOAD-PRIOR-WEEK-HOURS-EXIT
004865     END-IF
004865     EVALUATE TRUE
004865         WHEN WS-WEEK-HOURS >= WS-OVERTIME-THRESHOLD
004865             MOVE 0        TO WS-CARD-ST-HOURS
004865             MOVE SW-HOURS TO WS-CARD-OT-HOURS
004865         WHEN WS-WEEK-HOURS + SW-HOURS > WS-OVERTIME-THRESHOLD
004865             COMPUTE WS-CARD-ST-HOURS =
004865                 WS-OVERTIME-THRESHOLD - WS-WEEK-HOURS
004865             COMPUTE WS-CARD-OT-HOURS =
004865                 SW-HOURS - WS-CARD-ST-HOURS
004865         WHEN OTHER
004865             MOVE SW-HOURS TO WS-CARD-ST-HOURS
004865             MOVE 0        TO WS-CARD-OT-HOURS
004865     END-EVALUATE
004865     ADD SW-HOURS TO WS-WEEK-HOURS.
004865
004865*> Walk the employee's history from the first of the month
004865*> before the card's date, adding the hours of every day in
004865*> the card's week that an earlier run posted.  Days this
004865*> run posted are in the sort and count as their own cards
004865*> come through.  The walk ends at the employee's last
004865*> history record or the first day past the week.
004865 4530-LOAD-PRIOR-WEEK-HOURS.
004865     MOVE 0   TO WS-WEEK-HOURS
004865     MOVE "N" TO WS-END-OF-WALK-SW
004865     MOVE SW-WORK-DATE TO WS-WALK-DATE
004865     IF WS-WK-MONTH = 01
004865         MOVE 12 TO WS-WK-MONTH
004865         SUBTRACT 1 FROM WS-WK-YEAR
004865     ELSE
004865         SUBTRACT 1 FROM WS-WK-MONTH
004865     END-IF
004865     MOVE 01 TO WS-WK-DAY
004865     MOVE SW-SSN       TO TH-SSN
004865     MOVE WS-WALK-DATE TO TH-WORK-DATE
004865     START TIME-HISTORY
004865         KEY IS NOT LESS THAN TH-HISTORY-KEY
004865         INVALID KEY
004865             SET END-OF-HISTORY-WALK TO TRUE
004865     END-START
004865     PERFORM 4540-READ-PRIOR-HISTORY THRU
004865             4540-READ-PRIOR-HISTORY-EXIT
004865         UNTIL END-OF-HISTORY-WALK.
004865 4530-LOAD-PRIOR-WEEK-HOURS-EXIT.
004865     EXIT.
004865
004865 4540-READ-PRIOR-HISTORY.
004865     READ TIME-HISTORY NEXT RECORD
004865         AT END
004865             SET END-OF-HISTORY-WALK TO TRUE
004865             GO TO 4540-READ-PRIOR-HISTORY-EXIT
004865     END-READ
004865     IF TH-SSN NOT = SW-SSN
004865         SET END-OF-HISTORY-WALK TO TRUE
004865         GO TO 4540-READ-PRIOR-HISTORY-EXIT
004865     END-IF
004865     MOVE TH-WORK-DATE TO WS-DN-DATE
004865     PERFORM 6000-COMPUTE-WEEK-NUMBER
004865     IF WS-WEEK-NUMBER > WS-CURRENT-WEEK
004865         SET END-OF-HISTORY-WALK TO TRUE
004865         GO TO 4540-READ-PRIOR-HISTORY-EXIT
004865     END-IF
004865     IF WS-WEEK-NUMBER = WS-CURRENT-WEEK AND
004865             TH-POSTED-STAMP NOT = WS-RUN-STAMP
004865         ADD TH-HOURS TO WS-WEEK-HOURS
004865     END-IF.
004865 4540-READ-PRIOR-HISTORY-EXIT.
004865     EXIT.
004866
004868 4550-WRITE-JOB-LINE.
004870     MOVE WS-CURRENT-JOB  TO WL-JOB-CODE
004872     MOVE WS-JOB-ST-HOURS TO WL-JOB-ST-HOURS
004873     MOVE WS-JOB-OT-HOURS TO WL-JOB-OT-HOURS
004874     MOVE WS-JOB-GROSS    TO WL-JOB-GROSS
004876     WRITE LABOR-REPORT-RECORD FROM WS-JOB-LINE
004878     MOVE 0 TO WS-JOB-ST-HOURS
004878     MOVE 0 TO WS-JOB-OT-HOURS
004879     MOVE 0 TO WS-JOB-GROSS.
004880
004882 4580-WRITE-EMPLOYEE-TRAILER.
004884     MOVE WS-EMPLOYEE-HOURS TO WE-HOURS
004885     MOVE WS-EMPLOYEE-OT-HOURS TO WE-OT-HOURS
004886     MOVE WS-EMPLOYEE-GROSS TO WE-GROSS
004888     WRITE PAY-REGISTER-RECORD FROM WS-EMPLOYEE-TRAILER.
004890
004892 4600-WRITE-DEPT-TRAILER.
004894     MOVE WS-DEPT-HOURS TO WT-DEPT-HOURS
004896     MOVE WS-DEPT-GROSS TO WT-DEPT-GROSS
004898     WRITE LABOR-REPORT-RECORD FROM WS-DEPT-TRAILER
004899     MOVE WS-DEPT-ST-HOURS TO WT-DEPT-ST-HOURS
004899     MOVE WS-DEPT-OT-HOURS TO WT-DEPT-OT-HOURS
004899     WRITE LABOR-REPORT-RECORD FROM WS-DEPT-SPLIT-LINE.
004900
004910 4700-WRITE-GRAND-TRAILER.
004920     MOVE WS-GRAND-HOURS      TO WT-GRAND-HOURS
004930     MOVE WS-DEPARTMENTS-SEEN TO WT-DEPT-TOTAL
004935     MOVE WS-GRAND-GROSS      TO WT-GRAND-GROSS
004940     WRITE LABOR-REPORT-RECORD FROM WS-BLANK-LINE
004950     WRITE LABOR-REPORT-RECORD FROM WS-GRAND-TRAILER
004951     MOVE WS-GRAND-ST-HOURS   TO WT-GRAND-ST-HOURS
004951     MOVE WS-GRAND-OT-HOURS   TO WT-GRAND-OT-HOURS
004951     WRITE LABOR-REPORT-RECORD FROM WS-GRAND-SPLIT-LINE.
004952
004954 4750-WRITE-REGISTER-TRAILER.
004956     MOVE WS-EMPLOYEES-PAID TO WR-EMPLOYEE-COUNT
004958     MOVE WS-GRAND-HOURS    TO WR-HOURS
004960     MOVE WS-GRAND-GROSS    TO WR-GROSS
004962     WRITE PAY-REGISTER-RECORD FROM WS-BLANK-LINE
004964     WRITE PAY-REGISTER-RECORD FROM WS-REGISTER-TRAILER.
004960
004970*> Builds WS-SSN-OUT from WS-SSN-IN - "XXX-XX-nnnn" when
004980*> MASK-SSN-ON-OUTPUT is in effect, the full SSN otherwise.
005070             DELIMITED BY SIZE INTO WS-SSN-OUT
005080     END-IF.
005090
005091*> Serial day number of WS-DN-DATE on a calendar that starts
005091*> the year in March, so February's length falls at the end
005091*> of the year and the month offsets follow one formula;
005091*> WS-WEEK-NUMBER is the Sunday-to-Saturday week holding it.
005091 6000-COMPUTE-WEEK-NUMBER.
005091     MOVE WS-DN-YEAR  TO WS-DN-Y
005091     MOVE WS-DN-MONTH TO WS-DN-M
005091     IF WS-DN-M < 03
005091         SUBTRACT 1 FROM WS-DN-Y
005091         ADD 12 TO WS-DN-M
005091     END-IF
005091     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
005091     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
005091     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
005091     COMPUTE WS-DN-WORK = 153 * (WS-DN-M - 3) + 2
005091     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-Q5
005091     COMPUTE WS-DAY-NUMBER = 365 * WS-DN-Y + WS-DN-Q4
005091         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-Q5 + WS-DN-DAY
005091     ADD 2 TO WS-DAY-NUMBER
005091     DIVIDE 7 INTO WS-DAY-NUMBER
005091         GIVING WS-WEEK-NUMBER
005091         REMAINDER WS-DN-WORK.
005092
005100 8000-TERMINATE.
005110     CLOSE TIMECARD-INPUT
005120     CLOSE EMPLOYEE-MASTER
005130     CLOSE TIMECARD-REJECTS
005140     CLOSE LABOR-REPORT
005145     CLOSE PAY-REGISTER
005147     CLOSE JOB-RATE-TABLE
005148     CLOSE TIME-HISTORY
005150     IF DEPT-TABLE-IS-PRESENT
005160         CLOSE DEPT-TABLE
005170     END-IF
005180     DISPLAY "TIMECARDS READ:         " WS-CARDS-READ
005190     DISPLAY "TIMECARDS ACCEPTED:     " WS-CARDS-ACCEPTED
005200     DISPLAY "TIMECARDS REJECTED:     " WS-CARDS-REJECTED
005210     DISPLAY "TOTAL HOURS:            " WS-GRAND-HOURS
005215     DISPLAY "OVERTIME HOURS:         " WS-GRAND-OT-HOURS
005220     DISPLAY "TOTAL GROSS PAY:        " WS-GRAND-GROSS
005230     PERFORM 8100-WRITE-CONTROL-TOTALS THRU
005240             8100-WRITE-CONTROL-TOTALS-EXIT
005245     PERFORM 8500-WRITE-DISCLOSURE-LOG THRU
005246             8500-WRITE-DISCLOSURE-LOG-EXIT.
005250
005260*> One control-total record for this run: the card counts,
005270*> the hours accepted, and the dollars both as extended
005280*> card by card on the way into the sort and as paid out
005290*> on the register, for the reconciliation run to tie.
005300 8100-WRITE-CONTROL-TOTALS.
005310     OPEN OUTPUT CONTROL-TOTALS
005320     MOVE SPACES             TO CONTROL-TOTAL-RECORD
005330     MOVE "TIMECARD"         TO CT-JOB-NAME
005340     MOVE WS-CARDS-READ      TO CT-RECORDS-READ
005350     MOVE WS-CARDS-ACCEPTED  TO CT-RECORDS-WRITTEN
005360     MOVE WS-CARDS-REJECTED  TO CT-RECORDS-REJECTED
005370     MOVE WS-ACCEPTED-HOURS  TO CT-CONTROL-HOURS
005380     MOVE WS-EXTENDED-AMOUNT TO CT-EXTENDED-AMOUNT
005390     MOVE WS-GRAND-GROSS     TO CT-PAID-AMOUNT
005395     MOVE WS-PREMIUM-AMOUNT  TO CT-PREMIUM-AMOUNT
005400     WRITE CONTROL-TOTAL-RECORD
005410     CLOSE CONTROL-TOTALS.
005420 8100-WRITE-CONTROL-TOTALS-EXIT.
005430     EXIT.
005440
005450*> A run with masking off leaves a disclosure record on the
005460*> PIIDISCL log for the PII access report - one for the
005470*> rejects and one for the pay register, each with how many
005480*> SSNs it showed in full.  The first disclosure ever
005485*> creates the log.
005490 8500-WRITE-DISCLOSURE-LOG.
005500     IF MASK-SSN-ON-OUTPUT
005510         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
005520     END-IF
005530     OPEN EXTEND PII-DISCLOSURES
005540     IF WS-DISC-FILE-NOT-FOUND
005550         OPEN OUTPUT PII-DISCLOSURES
005560         CLOSE PII-DISCLOSURES
005570         OPEN EXTEND PII-DISCLOSURES
005580     END-IF
005590     IF NOT WS-DISC-OPEN-OK
005600         DISPLAY "PII DISCLOSURE LOG OPEN FAILED - STATUS "
005610             WS-DISC-FILE-STATUS
005620         MOVE 8 TO RETURN-CODE
005630         GO TO 8500-WRITE-DISCLOSURE-LOG-EXIT
005640     END-IF
005650     MOVE SPACES              TO PII-DISCLOSURE-RECORD
005660     MOVE "TIMECARD"          TO PD-PROGRAM-NAME
005670     ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD
005680     ACCEPT PD-RUN-TIME FROM TIME
005690     MOVE WS-REQUESTER-ID     TO PD-REQUESTER-ID
005700     MOVE "TIMEREJ"           TO PD-REPORT-NAME
005710     MOVE WS-REJ-SSNS-SHOWN   TO PD-SSNS-SHOWN
005720     WRITE PII-DISCLOSURE-RECORD
005730     MOVE "PAYREG"            TO PD-REPORT-NAME
005740     MOVE WS-PAYREG-SSNS-SHOWN TO PD-SSNS-SHOWN
005750     WRITE PII-DISCLOSURE-RECORD
005760     CLOSE PII-DISCLOSURES
005770     DISPLAY "FULL SSNS SHOWN FOR:    " WS-REQUESTER-ID
005780     DISPLAY "  ON TIMECARD REJECTS:  " WS-REJ-SSNS-SHOWN
005790     DISPLAY "  ON PAY REGISTER:      " WS-PAYREG-SSNS-SHOWN.
005800 8500-WRITE-DISCLOSURE-LOG-EXIT.
005810     EXIT.
