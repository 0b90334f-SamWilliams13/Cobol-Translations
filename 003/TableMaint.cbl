000050 DATE-WRITTEN.  2026-09-02.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Reference-table maintenance for the DEPT-TABLE,          *
000090* JOB-TABLE, JOB-RATE-TABLE and POSITION-TABLE indexed     *
000095* files.  Reads a transaction deck - one card per action   *
000100* naming the table, the function, the code and (on an add  *
000110* or change) the full name - and applies adds, name        *
000120* changes and closes.  A close marks the entry closed so   *
000130* the front-end edit refuses new assignments to it; the    *
000140* entry itself stays on file, so the employees already     *
000150* carrying the code remain valid and the reports can still *
000160* print its name.  A failing card writes its own report    *
000170* line with a reason, the same discipline the front-end    *
000180* transaction edit uses.                                   *
000182*                                                          *
000184* A rate card ("R") carries a job code, the date the rate  *
000186* takes effect and the hourly rate.  An add posts a new    *
000188* rate alongside the job's earlier ones, so past work      *
000189* dates keep paying at the rate then in force; a change    *
000189* corrects the amount on an entry already keyed.  There is *
000189* no close for a rate - it is superseded by adding the     *
000189* next one with a later effective date.                    *
000189*                                                          *
000189* A position card ("P") carries a department code, a job   *
000189* code and the authorized headcount for that job in that   *
000189* department.  An add opens the position, a change resets  *
000189* the headcount (and reopens a closed position), and a     *
000189* close stops new hires into it while the employees        *
000189* already there stay put.                                  *
000190*                                                          *
000200* MODIFICATION HISTORY                                    *
000210* 2026-09-02 TJM  Original reference-table maintenance.    *
000212* 2026-10-14 TJM  Rate cards for the effective-dated       *
000214*                 hourly rate per job code on the new      *
000216*                 JOB-RATE-TABLE, read by the timecard     *
000218*                 batch to price the hours it accepts.     *
000218* 2026-10-14 TJM  Position cards for the authorized        *
000218*                 headcount per department and job code on *
000218*                 the new POSITION-TABLE, read by the      *
000218*                 front-end edit and the vacancy report.   *
000220*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS JB-JOB-CODE
000410         FILE STATUS IS WS-JOB-FILE-STATUS.
000412
000414     SELECT JOB-RATE-TABLE ASSIGN TO "JOBRATE"
000416         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS RANDOM
000420         RECORD KEY IS JR-RATE-KEY
000422         FILE STATUS IS WS-RATE-FILE-STATUS.
000423
000424     SELECT POSITION-TABLE ASSIGN TO "POSTBL"
000425         ORGANIZATION IS INDEXED
000426         ACCESS MODE IS RANDOM
000427         RECORD KEY IS PS-POSITION-KEY
000428         FILE STATUS IS WS-POS-FILE-STATUS.
000420
000430     SELECT MAINT-REPORT ASSIGN TO "TBLMRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000470 FILE SECTION.
000480*> One card per action: the table it applies to, the
000490*> function, the code and - on an add or a name change -
000500*> the full name the reports will print.  A rate card
000502*> carries the effective date and the hourly rate (999V99)
000504*> where the other tables carry the name; a position card
000506*> carries the job code and the authorized headcount there,
000508*> with the department in the code field.
000510 FD  TABLE-TRANSACTIONS
000520     RECORD CONTAINS 40 CHARACTERS.
000530 01  TABLE-TRANSACTION-RECORD.
000540     05  TM-TABLE-ID             PIC X(01).
000550         88  TM-IS-DEPT-TABLE        VALUE "D".
000560         88  TM-IS-JOB-TABLE         VALUE "J".
000565         88  TM-IS-RATE-TABLE        VALUE "R".
000566         88  TM-IS-POSITION-TABLE    VALUE "P".
000570     05  TM-FUNC-CODE            PIC X(01).
000580         88  TM-IS-ADD               VALUE "A".
000590         88  TM-IS-CHANGE            VALUE "C".
000600         88  TM-IS-CLOSE             VALUE "X".
000610     05  TM-CODE                 PIC X(04).
000620     05  TM-NAME                 PIC X(30).
000622     05  TM-RATE-DATA REDEFINES TM-NAME.
000624         10  TM-EFF-DATE         PIC X(08).
000626         10  TM-HOURLY-RATE      PIC X(05).
000628         10  TM-HOURLY-RATE-NUM REDEFINES TM-HOURLY-RATE
000630                                 PIC 9(03)V9(02).
000632         10  FILLER              PIC X(17).
000633     05  TM-POSITION-DATA REDEFINES TM-NAME.
000634         10  TM-POS-JOB-CODE     PIC X(04).
000635         10  TM-POS-HEADCOUNT    PIC X(04).
000636         10  TM-POS-HEADCOUNT-NUM REDEFINES TM-POS-HEADCOUNT
000637                                 PIC 9(04).
000638         10  FILLER              PIC X(22).
000630     05  FILLER                  PIC X(04).
000640
000650 FD  DEPT-TABLE
000690 FD  JOB-TABLE
000700     RECORD CONTAINS 40 CHARACTERS.
000710     COPY JOBREC.
000712
000714 FD  JOB-RATE-TABLE
000716     RECORD CONTAINS 40 CHARACTERS.
000718     COPY JOBRATE.
000719
000719 FD  POSITION-TABLE
000719     RECORD CONTAINS 40 CHARACTERS.
000719     COPY POSREC.
000720
000730 FD  MAINT-REPORT
000740     RECORD CONTAINS 80 CHARACTERS.
000850 01  WS-JOB-FILE-STATUS          PIC X(02)    VALUE "00".
000860     88  WS-JOB-OPEN-OK              VALUE "00".
000870     88  WS-JOB-FILE-NOT-FOUND       VALUE "35".
000872
000874 01  WS-RATE-FILE-STATUS         PIC X(02)    VALUE "00".
000876     88  WS-RATE-OPEN-OK             VALUE "00".
000878     88  WS-RATE-FILE-NOT-FOUND      VALUE "35".
000879
000879 01  WS-POS-FILE-STATUS          PIC X(02)    VALUE "00".
000879     88  WS-POS-OPEN-OK              VALUE "00".
000879     88  WS-POS-FILE-NOT-FOUND       VALUE "35".
000880
000890 01  WS-SWITCHES.
000900     05  WS-END-OF-TRANS-SW      PIC X(01)    VALUE "N".
000940         88  TRANSACTION-IS-INVALID  VALUE "N".
000950
000960 01  WS-REJECT-REASON            PIC X(40)    VALUE SPACES.
000961
000961*> Stamped on a position entry as the date it last changed.
000961 01  WS-RUN-DATE                 PIC 9(08)    VALUE 0.
000962
000964*> Calendar-date check work area for the rate card's
000966*> effective date, the same edit the front-end transaction
000968*> edit runs on the hire date.
000970 01  WS-DATE-CHECK.
000972     05  WS-DC-YEAR              PIC 9(04).
000974     05  WS-DC-MONTH             PIC 9(02).
000976     05  WS-DC-DAY               PIC 9(02).
000978 01  WS-DATE-VALID-SW            PIC X(01)    VALUE "Y".
000980     88  DATE-IS-VALID               VALUE "Y".
000982 01  WS-MONTH-LIMIT              PIC 9(02)    VALUE 31.
000984 01  WS-LEAP-FIELDS.
000986     05  WS-LEAP-QUOTIENT        PIC 9(04)    VALUE 0.
000988     05  WS-LEAP-REMAINDER       PIC 9(01)    VALUE 0.
000970
000980 01  WS-COUNTERS.
000990     05  WS-TRANS-READ           PIC 9(07)    VALUE 0.
001320             1100-OPEN-DEPT-TABLE-EXIT
001330     PERFORM 1200-OPEN-JOB-TABLE THRU
001340             1200-OPEN-JOB-TABLE-EXIT
001342     PERFORM 1300-OPEN-RATE-TABLE THRU
001344             1300-OPEN-RATE-TABLE-EXIT
001346     PERFORM 1400-OPEN-POSITION-TABLE THRU
001348             1400-OPEN-POSITION-TABLE-EXIT
001349     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001350     OPEN OUTPUT MAINT-REPORT
001360     PERFORM 2100-READ-TRANSACTION-RECORD.
001370
001670     END-IF.
001680 1200-OPEN-JOB-TABLE-EXIT.
001690     EXIT.
001692
001694 1300-OPEN-RATE-TABLE.
001696     OPEN I-O JOB-RATE-TABLE
001698     IF WS-RATE-FILE-NOT-FOUND
001700         OPEN OUTPUT JOB-RATE-TABLE
001702         CLOSE JOB-RATE-TABLE
001704         OPEN I-O JOB-RATE-TABLE
001706     END-IF
001708     IF NOT WS-RATE-OPEN-OK
001710         DISPLAY "JOB RATE TABLE OPEN FAILED - STATUS "
001712             WS-RATE-FILE-STATUS
001714         STOP RUN
001716     END-IF.
001718 1300-OPEN-RATE-TABLE-EXIT.
001719     EXIT.
001719
001719 1400-OPEN-POSITION-TABLE.
001719     OPEN I-O POSITION-TABLE
001719     IF WS-POS-FILE-NOT-FOUND
001719         OPEN OUTPUT POSITION-TABLE
001719         CLOSE POSITION-TABLE
001719         OPEN I-O POSITION-TABLE
001719     END-IF
001719     IF NOT WS-POS-OPEN-OK
001719         DISPLAY "POSITION TABLE OPEN FAILED - STATUS "
001719             WS-POS-FILE-STATUS
001719         STOP RUN
001719     END-IF.
001719 1400-OPEN-POSITION-TABLE-EXIT.
001719     EXIT.
001700
001710 2000-PROCESS-TRANSACTIONS.
001720     ADD 1 TO WS-TRANS-READ
001730     PERFORM 2200-VALIDATE-TRANSACTION THRU
001740             2200-VALIDATE-TRANSACTION-EXIT
001750     IF TRANSACTION-IS-VALID
001760         EVALUATE TRUE
001765             WHEN TM-IS-DEPT-TABLE
001770                 PERFORM 3000-APPLY-TO-DEPT-TABLE THRU
001780                         3000-APPLY-TO-DEPT-TABLE-EXIT
001790             WHEN TM-IS-JOB-TABLE
001800                 PERFORM 4000-APPLY-TO-JOB-TABLE THRU
001810                         4000-APPLY-TO-JOB-TABLE-EXIT
001812             WHEN TM-IS-RATE-TABLE
001814                 PERFORM 5000-APPLY-TO-RATE-TABLE THRU
001816                         5000-APPLY-TO-RATE-TABLE-EXIT
001817             WHEN TM-IS-POSITION-TABLE
001818                 PERFORM 6000-APPLY-TO-POSITION-TABLE THRU
001819                         6000-APPLY-TO-POSITION-TABLE-EXIT
001820         END-EVALUATE
001830     ELSE
001840         PERFORM 2600-WRITE-REJECT-RECORD
001850     END-IF
001930             SET END-OF-TRANSACTIONS TO TRUE
001940     END-READ.
001950
001960*> Table must be D/J/R/P, the function A/C/X, the code
001970*> present, and an add or a name change must carry the
001980*> name the reports will print.  Rate and position cards
001985*> take their own edits in place of the name check.
001990 2200-VALIDATE-TRANSACTION.
002000     SET TRANSACTION-IS-VALID TO TRUE
002010     MOVE SPACES TO WS-REJECT-REASON
002020     IF NOT TM-IS-DEPT-TABLE AND NOT TM-IS-JOB-TABLE
002025             AND NOT TM-IS-RATE-TABLE
002026             AND NOT TM-IS-POSITION-TABLE
002030         SET TRANSACTION-IS-INVALID TO TRUE
002040         MOVE "UNKNOWN TABLE ID - MUST BE D/J/R/P"
002050             TO WS-REJECT-REASON
002060         GO TO 2200-VALIDATE-TRANSACTION-EXIT
002070     END-IF
002170             TO WS-REJECT-REASON
002180         GO TO 2200-VALIDATE-TRANSACTION-EXIT
002190     END-IF
002192     IF TM-IS-RATE-TABLE
002194         PERFORM 2300-VALIDATE-RATE-CARD THRU
002196                 2300-VALIDATE-RATE-CARD-EXIT
002198         GO TO 2200-VALIDATE-TRANSACTION-EXIT
002199     END-IF
002199     IF TM-IS-POSITION-TABLE
002199         PERFORM 2400-VALIDATE-POSITION-CARD THRU
002199                 2400-VALIDATE-POSITION-CARD-EXIT
002199         GO TO 2200-VALIDATE-TRANSACTION-EXIT
002199     END-IF
002200     IF (TM-IS-ADD OR TM-IS-CHANGE) AND TM-NAME = SPACES
002210         SET TRANSACTION-IS-INVALID TO TRUE
002220         MOVE "NAME REQUIRED ON AN ADD OR CHANGE"
002240     END-IF.
002250 2200-VALIDATE-TRANSACTION-EXIT.
002260     EXIT.
002261
002262*> A rate is never closed - it is superseded by the next
002263*> one - so only an add or a change applies.  The effective
002264*> date must be a real calendar date, the rate numeric and
002265*> above zero (hours are rejected rather than paid at zero),
002266*> and the job code already on the JOB-TABLE.
002267 2300-VALIDATE-RATE-CARD.
002268     IF TM-IS-CLOSE
002269         SET TRANSACTION-IS-INVALID TO TRUE
002270         MOVE "RATE TAKES A/C ONLY - ADD A NEWER DATE"
002271             TO WS-REJECT-REASON
002272         GO TO 2300-VALIDATE-RATE-CARD-EXIT
002273     END-IF
002274     IF TM-EFF-DATE IS NOT NUMERIC
002275         SET TRANSACTION-IS-INVALID TO TRUE
002276         MOVE "EFFECTIVE DATE MUST BE YYYYMMDD"
002277             TO WS-REJECT-REASON
002278         GO TO 2300-VALIDATE-RATE-CARD-EXIT
002279     END-IF
002280     MOVE TM-EFF-DATE TO WS-DATE-CHECK
002281     PERFORM 2350-CHECK-CALENDAR-DATE
002282     IF NOT DATE-IS-VALID
002283         SET TRANSACTION-IS-INVALID TO TRUE
002284         MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
002285             TO WS-REJECT-REASON
002286         GO TO 2300-VALIDATE-RATE-CARD-EXIT
002287     END-IF
002288     IF TM-HOURLY-RATE IS NOT NUMERIC
002289         SET TRANSACTION-IS-INVALID TO TRUE
002290         MOVE "HOURLY RATE MUST BE NUMERIC (999V99)"
002291             TO WS-REJECT-REASON
002292         GO TO 2300-VALIDATE-RATE-CARD-EXIT
002293     END-IF
002294     IF TM-HOURLY-RATE-NUM = 0
002295         SET TRANSACTION-IS-INVALID TO TRUE
002296         MOVE "HOURLY RATE MUST BE ABOVE ZERO"
002297             TO WS-REJECT-REASON
002298         GO TO 2300-VALIDATE-RATE-CARD-EXIT
002299     END-IF
002300     MOVE TM-CODE TO JB-JOB-CODE
002301     READ JOB-TABLE
002302         INVALID KEY
002303             SET TRANSACTION-IS-INVALID TO TRUE
002304             MOVE "JOB CODE NOT ON JOB TABLE"
002305                 TO WS-REJECT-REASON
002306     END-READ.
002307 2300-VALIDATE-RATE-CARD-EXIT.
002308     EXIT.
002309
002310*> YYYYMMDD with a real month and a day that fits the
002311*> month - the leap-year rule stops at the simple
002312*> divisible-by-four test, which holds through 2099.
002313 2350-CHECK-CALENDAR-DATE.
002314     MOVE "Y" TO WS-DATE-VALID-SW
002315     MOVE 31  TO WS-MONTH-LIMIT
002316     EVALUATE WS-DC-MONTH
002317         WHEN 04
002318         WHEN 06
002319         WHEN 09
002320         WHEN 11
002321             MOVE 30 TO WS-MONTH-LIMIT
002322         WHEN 02
002323             DIVIDE WS-DC-YEAR BY 4
002324                 GIVING WS-LEAP-QUOTIENT
002325                 REMAINDER WS-LEAP-REMAINDER
002326             IF WS-LEAP-REMAINDER = 0
002327                 MOVE 29 TO WS-MONTH-LIMIT
002328             ELSE
002329                 MOVE 28 TO WS-MONTH-LIMIT
002330             END-IF
002331     END-EVALUATE
002332     IF WS-DC-MONTH < 01 OR WS-DC-MONTH > 12 OR
002333             WS-DC-DAY < 01 OR WS-DC-DAY > WS-MONTH-LIMIT
002334         MOVE "N" TO WS-DATE-VALID-SW
002335     END-IF.
002336
002337*> A position needs its job code as well as the department
002338*> in the code field.  An add or a change must carry a
002339*> headcount above zero - a position no longer budgeted is
002340*> closed, not zeroed - and an add must name a department
002341*> and a job that are both on their tables and still open.
002342 2400-VALIDATE-POSITION-CARD.
002343     IF TM-POS-JOB-CODE = SPACES
002344         SET TRANSACTION-IS-INVALID TO TRUE
002345         MOVE "JOB CODE IS REQUIRED ON A POSITION"
002346             TO WS-REJECT-REASON
002347         GO TO 2400-VALIDATE-POSITION-CARD-EXIT
002348     END-IF
002349     IF TM-IS-CLOSE
002350         GO TO 2400-VALIDATE-POSITION-CARD-EXIT
002351     END-IF
002352     IF TM-POS-HEADCOUNT IS NOT NUMERIC
002353         SET TRANSACTION-IS-INVALID TO TRUE
002354         MOVE "AUTHORIZED HEADCOUNT MUST BE NUMERIC"
002355             TO WS-REJECT-REASON
002356         GO TO 2400-VALIDATE-POSITION-CARD-EXIT
002357     END-IF
002358     IF TM-POS-HEADCOUNT-NUM = 0
002359         SET TRANSACTION-IS-INVALID TO TRUE
002360         MOVE "HEADCOUNT MUST BE ABOVE ZERO - CLOSE IT"
002361             TO WS-REJECT-REASON
002362         GO TO 2400-VALIDATE-POSITION-CARD-EXIT
002363     END-IF
002364     IF NOT TM-IS-ADD
002365         GO TO 2400-VALIDATE-POSITION-CARD-EXIT
002366     END-IF
002367     MOVE TM-CODE TO DT-DEPT-CODE
002368     READ DEPT-TABLE
002369         INVALID KEY
002370             SET TRANSACTION-IS-INVALID TO TRUE
002371             MOVE "DEPARTMENT CODE NOT ON DEPT TABLE"
002372                 TO WS-REJECT-REASON
002373             GO TO 2400-VALIDATE-POSITION-CARD-EXIT
002374     END-READ
002375     IF DT-IS-CLOSED
002376         SET TRANSACTION-IS-INVALID TO TRUE
002377         MOVE "DEPARTMENT IS CLOSED TO NEW ASSIGNMENT"
002378             TO WS-REJECT-REASON
002379         GO TO 2400-VALIDATE-POSITION-CARD-EXIT
002380     END-IF
002381     MOVE TM-POS-JOB-CODE TO JB-JOB-CODE
002382     READ JOB-TABLE
002383         INVALID KEY
002384             SET TRANSACTION-IS-INVALID TO TRUE
002385             MOVE "JOB CODE NOT ON JOB TABLE"
002386                 TO WS-REJECT-REASON
002387             GO TO 2400-VALIDATE-POSITION-CARD-EXIT
002388     END-READ
002389     IF JB-IS-CLOSED
002390         SET TRANSACTION-IS-INVALID TO TRUE
002391         MOVE "JOB CODE IS CLOSED TO NEW ASSIGNMENT"
002392             TO WS-REJECT-REASON
002393     END-IF.
002394 2400-VALIDATE-POSITION-CARD-EXIT.
002395     EXIT.
002270
002280 2600-WRITE-REJECT-RECORD.
002290     ADD 1 TO WS-TRANS-REJECTED
003800             END-IF
003810     END-REWRITE.
003820
003812
003814*> An add posts a new effective date for the job; a change
003816*> corrects the amount on a date already keyed.  Entries
003818*> are never removed - the register for a past week has to
003820*> be reproducible from the table as it stands.
003822 5000-APPLY-TO-RATE-TABLE.
003824     MOVE TM-CODE     TO JR-JOB-CODE
003826     MOVE TM-EFF-DATE TO JR-EFF-DATE
003828     READ JOB-RATE-TABLE
003830         INVALID KEY
003832             IF TM-IS-ADD
003834                 PERFORM 5100-ADD-RATE-ENTRY
003836             ELSE
003838                 MOVE "NO RATE ON FILE FOR JOB AND DATE"
003840                     TO WS-REJECT-REASON
003842                 PERFORM 2600-WRITE-REJECT-RECORD
003844             END-IF
003846         NOT INVALID KEY
003848             PERFORM 5200-UPDATE-RATE-ENTRY
003850     END-READ.
003852 5000-APPLY-TO-RATE-TABLE-EXIT.
003854     EXIT.
003856
003858 5100-ADD-RATE-ENTRY.
003860     MOVE SPACES             TO JOB-RATE-RECORD
003862     MOVE TM-CODE            TO JR-JOB-CODE
003864     MOVE TM-EFF-DATE        TO JR-EFF-DATE
003866     MOVE TM-HOURLY-RATE-NUM TO JR-HOURLY-RATE
003868     WRITE JOB-RATE-RECORD
003870         INVALID KEY
003872             MOVE "ADD FAILED - WRITE ERROR"
003874                 TO WS-REJECT-REASON
003876             PERFORM 2600-WRITE-REJECT-RECORD
003878         NOT INVALID KEY
003880             ADD 1 TO WS-ADDS-APPLIED
003882             DISPLAY "RATE ADDED:   " JR-JOB-CODE " "
003884                 JR-EFF-DATE " " JR-HOURLY-RATE
003886     END-WRITE.
003888
003890 5200-UPDATE-RATE-ENTRY.
003892     IF TM-IS-ADD
003894         MOVE "ADD - RATE ALREADY ON FILE FOR DATE"
003896             TO WS-REJECT-REASON
003898         PERFORM 2600-WRITE-REJECT-RECORD
003900     ELSE
003902         MOVE TM-HOURLY-RATE-NUM TO JR-HOURLY-RATE
003904         REWRITE JOB-RATE-RECORD
003906             INVALID KEY
003908                 MOVE "UPDATE FAILED - REWRITE ERROR"
003910                     TO WS-REJECT-REASON
003912                 PERFORM 2600-WRITE-REJECT-RECORD
003914             NOT INVALID KEY
003916                 ADD 1 TO WS-CHANGES-APPLIED
003918                 DISPLAY "RATE CHANGED: " JR-JOB-CODE " "
003920                     JR-EFF-DATE " " JR-HOURLY-RATE
003922         END-REWRITE
003924     END-IF.
003926
003927*> An add opens a position not yet on file; a change resets
003928*> the headcount and reopens the position if it was closed;
003929*> a close keeps the entry - its employees stay on the
003930*> vacancy report, counted against a headcount of zero.
003931 6000-APPLY-TO-POSITION-TABLE.
003932     MOVE TM-CODE         TO PS-DEPT-CODE
003933     MOVE TM-POS-JOB-CODE TO PS-JOB-CODE
003934     READ POSITION-TABLE
003935         INVALID KEY
003936             IF TM-IS-ADD
003937                 PERFORM 6100-ADD-POSITION-ENTRY
003938             ELSE
003939                 MOVE "NO POSITION ON FILE FOR DEPT AND JOB"
003940                     TO WS-REJECT-REASON
003941                 PERFORM 2600-WRITE-REJECT-RECORD
003942             END-IF
003943         NOT INVALID KEY
003944             PERFORM 6200-UPDATE-POSITION-ENTRY
003945     END-READ.
003946 6000-APPLY-TO-POSITION-TABLE-EXIT.
003947     EXIT.
003948
003949 6100-ADD-POSITION-ENTRY.
003950     MOVE SPACES               TO POSITION-TABLE-RECORD
003951     MOVE TM-CODE              TO PS-DEPT-CODE
003952     MOVE TM-POS-JOB-CODE      TO PS-JOB-CODE
003953     MOVE TM-POS-HEADCOUNT-NUM TO PS-AUTHORIZED
003954     MOVE "A"                  TO PS-STATUS
003955     MOVE WS-RUN-DATE          TO PS-LAST-CHANGED
003956     WRITE POSITION-TABLE-RECORD
003957         INVALID KEY
003958             MOVE "ADD FAILED - WRITE ERROR"
003959                 TO WS-REJECT-REASON
003960             PERFORM 2600-WRITE-REJECT-RECORD
003961         NOT INVALID KEY
003962             ADD 1 TO WS-ADDS-APPLIED
003963             DISPLAY "POS ADDED:    " PS-DEPT-CODE " "
003964                 PS-JOB-CODE " " PS-AUTHORIZED
003965     END-WRITE.
003966
003967 6200-UPDATE-POSITION-ENTRY.
003968     EVALUATE TRUE
003969         WHEN TM-IS-ADD
003970             MOVE "ADD - POSITION ALREADY ON FILE"
003971                 TO WS-REJECT-REASON
003972             PERFORM 2600-WRITE-REJECT-RECORD
003973         WHEN TM-IS-CHANGE
003974             MOVE TM-POS-HEADCOUNT-NUM TO PS-AUTHORIZED
003975             MOVE "A"                  TO PS-STATUS
003976             PERFORM 6300-REWRITE-POSITION-ENTRY
003977         WHEN TM-IS-CLOSE
003978             IF PS-IS-CLOSED
003979                 MOVE "CLOSE - ALREADY CLOSED"
003980                     TO WS-REJECT-REASON
003981                 PERFORM 2600-WRITE-REJECT-RECORD
003982             ELSE
003983                 MOVE "C" TO PS-STATUS
003984                 PERFORM 6300-REWRITE-POSITION-ENTRY
003985             END-IF
003986     END-EVALUATE.
003987
003988 6300-REWRITE-POSITION-ENTRY.
003989     MOVE WS-RUN-DATE TO PS-LAST-CHANGED
003990     REWRITE POSITION-TABLE-RECORD
003991         INVALID KEY
003992             MOVE "UPDATE FAILED - REWRITE ERROR"
003993                 TO WS-REJECT-REASON
003994             PERFORM 2600-WRITE-REJECT-RECORD
003995         NOT INVALID KEY
003996             IF TM-IS-CHANGE
003997                 ADD 1 TO WS-CHANGES-APPLIED
003998                 DISPLAY "POS CHANGED:  " PS-DEPT-CODE " "
003999                     PS-JOB-CODE " " PS-AUTHORIZED
003999             ELSE
003999                 ADD 1 TO WS-CLOSES-APPLIED
003999                 DISPLAY "POS CLOSED:   " PS-DEPT-CODE " "
003999                     PS-JOB-CODE
003999             END-IF
003999     END-REWRITE.
003999
003930 8000-TERMINATE.
003940     CLOSE TABLE-TRANSACTIONS
003950     CLOSE DEPT-TABLE
003960     CLOSE JOB-TABLE
003965     CLOSE JOB-RATE-TABLE
003966     CLOSE POSITION-TABLE
003870     CLOSE MAINT-REPORT
003880     DISPLAY "TRANSACTIONS READ:      " WS-TRANS-READ
003890     DISPLAY "ADDS APPLIED:           " WS-ADDS-APPLIED
