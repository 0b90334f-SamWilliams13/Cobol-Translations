000200*                  in the stream, what ran, in what order, *
000210*                  and what is still outstanding           *
000220*                                                          *
000230* The job sequence lives on the JOB-DEFINITIONS file,      *
000240* kept by StreamMaint: each job's place in the stream, the *
000250* predecessors that must end before it starts, and how     *
000260* often it runs.  A weekly or monthly job is only due in   *
000262* the windows its definition names, so on any other night *
000264* it holds none of its successors.  The window date is set *
000265* by RESET and kept on the RUN-WINDOW file for the calls   *
000266* that follow.                                             *
000270*                                                          *
000280* MODIFICATION HISTORY                                    *
000290* 2026-08-22 TJM  Original run-control driver.             *
000298*                 records to the dated RUN-HISTORY file     *
000298*                 before it empties the live file, so the   *
000298*                 trend report has numbers across windows.  *
000299* 2026-10-14 TJM  PENDRELEASE added to the stream ahead of  *
000299*                 EMPEDIT, which now waits on it.          *
000299* 2026-10-14 TJM  Stream read from the JOB-DEFINITIONS      *
000299*                 file in place of the compiled table, with *
000299*                 up to five predecessors and a run         *
000299*                 frequency per job.  RESET records the     *
000299*                 window date; jobs not due in the window   *
000299*                 hold no successors, START of one is       *
000299*                 allowed on request, and the morning       *
000299*                 report lists them apart from the jobs     *
000299*                 outstanding.                              *
000300*----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000464     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS   IS WS-HISTORY-FILE-STATUS.
000467
000467     SELECT JOB-DEFINITIONS ASSIGN TO "JOBDEF"
000467         ORGANIZATION IS INDEXED
000467         ACCESS MODE IS SEQUENTIAL
000467         RECORD KEY IS JD-JOB-NAME
000467         FILE STATUS IS WS-JOBDEF-FILE-STATUS.
000468
000468     SELECT RUN-WINDOW ASSIGN TO "RUNWINDW"
000468         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS   IS WS-WINDOW-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000530
000540*> One request card per invocation: the function, the job
000550*> it applies to, (on an END) the control-total counts the
000560*> job reported at its own termination, (on a FAIL) the
000562*> step and reason code of the abnormal end, and (on a
000563*> RESET) the date of the window being opened - blank for
000564*> today's date.
000570 FD  REQUEST-CARD
000580     RECORD CONTAINS 67 CHARACTERS.
000590 01  REQUEST-CARD-RECORD.
000600     05  RQ-FUNCTION             PIC X(06).
000610     05  FILLER                  PIC X(01).
000664     05  RQ-FAIL-STEP            PIC X(02).
000666     05  FILLER                  PIC X(01).
000668     05  RQ-FAIL-REASON          PIC X(10).
000669     05  FILLER                  PIC X(01).
000669     05  RQ-WINDOW-DATE          PIC X(08).
000670
000680 FD  STATUS-REPORT
000690     RECORD CONTAINS 80 CHARACTERS.
000704 FD  RUN-HISTORY
000705     RECORD CONTAINS 90 CHARACTERS.
000706     COPY RUNHIST.
000707
000707 FD  JOB-DEFINITIONS
000707     RECORD CONTAINS 110 CHARACTERS.
000707     COPY JOBDEF.
000708
000708*> The date of the window RESET last opened, with when the
000708*> RESET ran.
000708 FD  RUN-WINDOW
000708     RECORD CONTAINS 24 CHARACTERS.
000708 01  RUN-WINDOW-RECORD.
000708     05  RW-WINDOW-DATE          PIC 9(08).
000708     05  FILLER                  PIC X(01).
000708     05  RW-RESET-DATE           PIC 9(08).
000708     05  FILLER                  PIC X(01).
000708     05  RW-RESET-TIME           PIC 9(06).
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-RUNCTL-FILE-STATUS       PIC X(02)    VALUE "00".
000784 01  WS-HISTORY-FILE-STATUS      PIC X(02)    VALUE "00".
000785     88  WS-HISTORY-OPEN-OK          VALUE "00".
000786     88  WS-HISTORY-FILE-NOT-FOUND   VALUE "35".
000787
000787 01  WS-JOBDEF-FILE-STATUS       PIC X(02)    VALUE "00".
000787     88  WS-JOBDEF-OPEN-OK           VALUE "00".
000788
000788 01  WS-WINDOW-FILE-STATUS       PIC X(02)    VALUE "00".
000788     88  WS-WINDOW-OPEN-OK           VALUE "00".
000790
000800 01  WS-SWITCHES.
000810     05  WS-END-OF-REQUEST-SW    PIC X(01)    VALUE "N".
000820         88  END-OF-REQUEST-CARD     VALUE "Y".
000830     05  WS-JOB-KNOWN-SW         PIC X(01)    VALUE "N".
000840         88  JOB-IS-KNOWN            VALUE "Y".
000841     05  WS-PRED-KNOWN-SW        PIC X(01)    VALUE "N".
000842         88  PREDECESSOR-IS-KNOWN    VALUE "Y".
000850     05  WS-RECORD-FOUND-SW      PIC X(01)    VALUE "N".
000860         88  RUN-RECORD-FOUND        VALUE "Y".
000870     05  WS-RELEASE-SW           PIC X(01)    VALUE "Y".
000884         88  END-OF-RUN-CONTROL      VALUE "Y".
000885     05  WS-ARCHIVE-OK-SW        PIC X(01)    VALUE "Y".
000886         88  WINDOW-WAS-ARCHIVED     VALUE "Y".
000886     05  WS-END-OF-JOBDEF-SW     PIC X(01)    VALUE "N".
000886         88  END-OF-JOB-DEFINITIONS  VALUE "Y".
000886     05  WS-SWAPPED-SW           PIC X(01)    VALUE "N".
000886         88  A-SWAP-WAS-MADE         VALUE "Y".
000886     05  WS-DATE-VALID-SW        PIC X(01)    VALUE "Y".
000886         88  DATE-IS-VALID           VALUE "Y".
000886
000887 01  WS-RECORDS-ARCHIVED         PIC 9(07)    VALUE 0.
000890
000900*> The stream as loaded from JOB-DEFINITIONS and put in
000910*> stream-sequence order, which is also the order the
000920*> morning report lists the jobs in.  Each entry carries
000930*> up to five predecessors that must have posted a normal
000940*> end before the job may start, and whether the job is
000945*> due in this window.
000950 01  WS-MAX-JOBS                 PIC 9(02)    VALUE 50.
000960 01  WS-JOB-COUNT                PIC 9(02)    VALUE 0.
001110 01  WS-JOB-TABLE.
001120     05  WS-JOB-ENTRY OCCURS 50 TIMES
001130                      INDEXED BY WS-JOB-IDX.
001140         10  WS-JT-JOB           PIC X(15).
001150         10  WS-JT-STREAM-SEQ    PIC 9(04).
001152         10  WS-JT-FREQUENCY     PIC X(01).
001153             88  WS-JT-NIGHTLY       VALUE "N".
001154             88  WS-JT-WEEKLY        VALUE "W".
001155             88  WS-JT-MONTHLY       VALUE "M".
001156         10  WS-JT-RUN-DAY       PIC 9(02).
001160         10  WS-JT-PRED          PIC X(15)
001162                                 OCCURS 5 TIMES.
001164         10  WS-JT-DUE-SW        PIC X(01).
001166             88  WS-JT-IS-DUE        VALUE "Y".
001168
001168 01  WS-SORT-SUB                 PIC 9(02)    VALUE 0.
001168 01  WS-SORT-LIMIT               PIC 9(02)    VALUE 0.
001168 01  WS-NEXT-SUB                 PIC 9(02)    VALUE 0.
001168 01  WS-SWAP-ENTRY               PIC X(98)    VALUE SPACES.
001169
001169*> The window being run.  Its weekday (1 Sunday through 7
001169*> Saturday) comes from the serial day number on a calendar
001169*> that starts the year in March, so February's length
001169*> falls at the end of the year and the month offsets
001169*> follow one formula.
001169 01  WS-WINDOW-DATE              PIC 9(08)    VALUE 0.
001169 01  WS-WINDOW-DATE-PARTS REDEFINES WS-WINDOW-DATE.
001169     05  WS-WD-YEAR              PIC 9(04).
001169     05  WS-WD-MONTH             PIC 9(02).
001169     05  WS-WD-DAY               PIC 9(02).
001169 01  WS-WINDOW-WEEKDAY           PIC 9(01)    VALUE 0.
001169 01  WS-MONTH-LIMIT              PIC 9(02)    VALUE 31.
001169 01  WS-LEAP-FIELDS.
001169     05  WS-LEAP-QUOTIENT        PIC 9(04)    VALUE 0.
001169     05  WS-LEAP-REMAINDER       PIC 9(01)    VALUE 0.
001169 01  WS-DAY-NUMBER-WORK.
001169     05  WS-DN-Y                 PIC 9(04)    VALUE 0.
001169     05  WS-DN-M                 PIC 9(02)    VALUE 0.
001169     05  WS-DN-Q4                PIC 9(04)    VALUE 0.
001169     05  WS-DN-Q100              PIC 9(04)    VALUE 0.
001169     05  WS-DN-Q400              PIC 9(04)    VALUE 0.
001169     05  WS-DN-Q5                PIC 9(04)    VALUE 0.
001169     05  WS-DN-WORK              PIC 9(05)    VALUE 0.
001169     05  WS-DAY-NUMBER           PIC 9(07)    VALUE 0.
001169     05  WS-WEEK-NUMBER          PIC 9(06)    VALUE 0.
001169
001169 01  WS-DAY-NAME-DATA            PIC X(21)
001169         VALUE "SUNMONTUEWEDTHUFRISAT".
001169 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-DATA.
001169     05  WS-DAY-NAME             PIC X(03)    OCCURS 7 TIMES.
001170
001180 01  WS-JOB-ENTRY-SUB            PIC 9(02)    VALUE 0.
001190 01  WS-PREDECESSOR-NAME         PIC X(15)    VALUE SPACES.
001218     05  WS-RQ-RECORDS-REJECTED  PIC X(07).
001218     05  WS-RQ-FAIL-STEP         PIC X(02).
001218     05  WS-RQ-FAIL-REASON       PIC X(10).
001218     05  WS-RQ-WINDOW-DATE       PIC X(08).
001218
001218*> CLEAR work area: one flag per stream-table entry, set
001218*> for the requested job and for every job downstream of a
001218*> flagged one.  The table is in stream order, so a single
001218*> forward pass reaches every successor.
001218 01  WS-CLEAR-FLAGS.
001218     05  WS-CLEAR-FLAG OCCURS 50 TIMES
001218                             PIC X(01).
001218 01  WS-CLEAR-SUB                PIC 9(02)    VALUE 0.
001218 01  WS-PRED-SUB                 PIC 9(02)    VALUE 0.
001218 01  WS-SLOT-SUB                 PIC 9(01)    VALUE 0.
001218
001218 01  WS-REPORT-COUNTS.
001218     05  WS-JOBS-SCHEDULED       PIC 9(03)    VALUE 0.
001218     05  WS-JOBS-ENDED           PIC 9(03)    VALUE 0.
001218     05  WS-JOBS-OUTSTANDING     PIC 9(03)    VALUE 0.
001218     05  WS-JOBS-ON-REQUEST      PIC 9(03)    VALUE 0.
001218     05  WS-JOBS-NOT-SCHEDULED   PIC 9(03)    VALUE 0.
001219
001210 01  WS-CURRENT-TIMESTAMP.
001220     05  WS-CURRENT-DATE         PIC 9(08).
001260
001270 01  WS-STATUS-LINE.
001280     05  WR-JOB-NAME             PIC X(15).
001290     05  FILLER                  PIC X(01)    VALUE SPACES.
001300     05  WR-DISPOSITION          PIC X(13).
001310     05  FILLER                  PIC X(01)    VALUE SPACES.
001320     05  WR-START-STAMP          PIC X(15).
001330     05  FILLER                  PIC X(01)    VALUE SPACES.
001410     05  WS-STAMP-DATE           PIC 9(08).
001420     05  FILLER                  PIC X(01)    VALUE SPACES.
001430     05  WS-STAMP-TIME           PIC 9(06).
001432
001432 01  WS-WINDOW-HEADER.
001432     05  FILLER                  PIC X(27)
001432         VALUE "NIGHTLY RUN-CONTROL STATUS ".
001432     05  FILLER                  PIC X(07)    VALUE "WINDOW ".
001432     05  WH-WINDOW-DATE          PIC 9(08).
001432     05  FILLER                  PIC X(01)    VALUE SPACES.
001432     05  WH-WINDOW-DAY           PIC X(03).
001432     05  FILLER                  PIC X(34)    VALUE SPACES.
001432
001432 01  WS-TOTAL-LINE.
001432     05  WL-LABEL                PIC X(30).
001432     05  WL-COUNT                PIC ZZZZZZ9.
001432     05  FILLER                  PIC X(43)    VALUE SPACES.
001440
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001837     MOVE RQ-RECORDS-REJECTED TO WS-RQ-RECORDS-REJECTED
001838     MOVE RQ-FAIL-STEP        TO WS-RQ-FAIL-STEP
001839     MOVE RQ-FAIL-REASON      TO WS-RQ-FAIL-REASON
001839     MOVE RQ-WINDOW-DATE      TO WS-RQ-WINDOW-DATE
001840     CLOSE REQUEST-CARD
001842     PERFORM 1200-SET-WINDOW-DATE THRU
001844             1200-SET-WINDOW-DATE-EXIT
001846     PERFORM 1300-LOAD-JOB-DEFINITIONS
001848     PERFORM 1400-MARK-JOBS-DUE
001850     PERFORM 1100-OPEN-RUN-CONTROL THRU
001860             1100-OPEN-RUN-CONTROL-EXIT.
001870
002020     END-IF.
002030 1100-OPEN-RUN-CONTROL-EXIT.
002040     EXIT.
002041
002041*> A RESET opens the window for the date on its card, or
002041*> for today when the card leaves it blank.  Every other
002041*> call works in the window the last RESET recorded; with
002041*> none on file (a new installation) it takes today.
002042 1200-SET-WINDOW-DATE.
002042     IF WS-RQ-FUNCTION NOT = "RESET "
002042         GO TO 1200-READ-RUN-WINDOW
002042     END-IF
002042     IF WS-RQ-WINDOW-DATE = SPACES
002042         ACCEPT WS-WINDOW-DATE FROM DATE YYYYMMDD
002042         GO TO 1200-SET-WINDOW-DATE-EXIT
002042     END-IF
002042     MOVE "N" TO WS-DATE-VALID-SW
002042     IF WS-RQ-WINDOW-DATE IS NUMERIC
002042         MOVE WS-RQ-WINDOW-DATE TO WS-WINDOW-DATE
002042         PERFORM 1250-CHECK-CALENDAR-DATE
002042     END-IF
002042     IF NOT DATE-IS-VALID
002042         DISPLAY "RESET WINDOW DATE IS NOT A DATE: "
002042             WS-RQ-WINDOW-DATE
002042         MOVE 8 TO RETURN-CODE
002042         STOP RUN
002042     END-IF
002042     GO TO 1200-SET-WINDOW-DATE-EXIT.
002043 1200-READ-RUN-WINDOW.
002043     OPEN INPUT RUN-WINDOW
002043     IF NOT WS-WINDOW-OPEN-OK
002043         DISPLAY "NO RUN WINDOW ON FILE - TODAY'S DATE USED"
002043         ACCEPT WS-WINDOW-DATE FROM DATE YYYYMMDD
002043         GO TO 1200-SET-WINDOW-DATE-EXIT
002043     END-IF
002043     READ RUN-WINDOW
002043         AT END
002043             DISPLAY "NO RUN WINDOW ON FILE - TODAY'S DATE USED"
002043             ACCEPT WS-WINDOW-DATE FROM DATE YYYYMMDD
002043         NOT AT END
002043             MOVE RW-WINDOW-DATE TO WS-WINDOW-DATE
002043     END-READ
002043     CLOSE RUN-WINDOW.
002044 1200-SET-WINDOW-DATE-EXIT.
002044     EXIT.
002045
002045*> Sets WS-MONTH-LIMIT to the length of the window's month
002045*> and flags a day outside it.
002046 1250-CHECK-CALENDAR-DATE.
002046     MOVE "Y" TO WS-DATE-VALID-SW
002046     MOVE 31  TO WS-MONTH-LIMIT
002046     EVALUATE WS-WD-MONTH
002046         WHEN 04
002046         WHEN 06
002046         WHEN 09
002046         WHEN 11
002046             MOVE 30 TO WS-MONTH-LIMIT
002046         WHEN 02
002046             DIVIDE WS-WD-YEAR BY 4
002046                 GIVING WS-LEAP-QUOTIENT
002046                 REMAINDER WS-LEAP-REMAINDER
002046             IF WS-LEAP-REMAINDER = 0
002046                 MOVE 29 TO WS-MONTH-LIMIT
002046             ELSE
002046                 MOVE 28 TO WS-MONTH-LIMIT
002046             END-IF
002046     END-EVALUATE
002046     IF WS-WD-MONTH < 01 OR WS-WD-MONTH > 12 OR
002046             WS-WD-DAY < 01 OR WS-WD-DAY > WS-MONTH-LIMIT
002046         MOVE "N" TO WS-DATE-VALID-SW
002046     END-IF.
002047
002047*> The stream is loaded whole and put in stream-sequence
002047*> order; without it there is nothing to release.
002048 1300-LOAD-JOB-DEFINITIONS.
002048     OPEN INPUT JOB-DEFINITIONS
002048     IF NOT WS-JOBDEF-OPEN-OK
002048         DISPLAY "JOB DEFINITIONS OPEN FAILED - STATUS "
002048             WS-JOBDEF-FILE-STATUS
002048         MOVE 8 TO RETURN-CODE
002048         STOP RUN
002048     END-IF
002048     MOVE 0 TO WS-JOB-COUNT
002048     PERFORM 1310-READ-JOB-DEFINITION
002048     PERFORM 1320-LOAD-ONE-DEFINITION
002048         UNTIL END-OF-JOB-DEFINITIONS
002048     CLOSE JOB-DEFINITIONS
002048     IF WS-JOB-COUNT = 0
002048         DISPLAY "NO JOBS DEFINED IN THE STREAM"
002048         MOVE 8 TO RETURN-CODE
002048         STOP RUN
002048     END-IF
002048     PERFORM 1330-SORT-STREAM THRU
002048             1330-SORT-STREAM-EXIT.
002049
002049 1310-READ-JOB-DEFINITION.
002049     READ JOB-DEFINITIONS NEXT RECORD
002049         AT END
002049             SET END-OF-JOB-DEFINITIONS TO TRUE
002049     END-READ.
002050
002050 1320-LOAD-ONE-DEFINITION.
002050     IF WS-JOB-COUNT NOT < WS-MAX-JOBS
002050         DISPLAY "STREAM TABLE FULL - MORE THAN " WS-MAX-JOBS
002050             " JOBS DEFINED"
002050         MOVE 8 TO RETURN-CODE
002050         STOP RUN
002050     END-IF
002050     ADD 1 TO WS-JOB-COUNT
002050     MOVE JD-JOB-NAME    TO WS-JT-JOB (WS-JOB-COUNT)
002050     MOVE JD-STREAM-SEQ  TO WS-JT-STREAM-SEQ (WS-JOB-COUNT)
002050     MOVE JD-FREQUENCY   TO WS-JT-FREQUENCY (WS-JOB-COUNT)
002050     MOVE JD-RUN-DAY     TO WS-JT-RUN-DAY (WS-JOB-COUNT)
002050     MOVE JD-PREDECESSOR (1) TO WS-JT-PRED (WS-JOB-COUNT, 1)
002050     MOVE JD-PREDECESSOR (2) TO WS-JT-PRED (WS-JOB-COUNT, 2)
002050     MOVE JD-PREDECESSOR (3) TO WS-JT-PRED (WS-JOB-COUNT, 3)
002050     MOVE JD-PREDECESSOR (4) TO WS-JT-PRED (WS-JOB-COUNT, 4)
002050     MOVE JD-PREDECESSOR (5) TO WS-JT-PRED (WS-JOB-COUNT, 5)
002050     MOVE "N"            TO WS-JT-DUE-SW (WS-JOB-COUNT)
002050     PERFORM 1310-READ-JOB-DEFINITION.
002051
002051*> Straight exchange sort on the stream sequence - the file
002051*> comes back in job-name order, and the stream never tops
002051*> fifty jobs.
002052 1330-SORT-STREAM.
002052     IF WS-JOB-COUNT < 2
002052         GO TO 1330-SORT-STREAM-EXIT
002052     END-IF
002052     SET A-SWAP-WAS-MADE TO TRUE
002052     PERFORM 1340-ONE-SORT-PASS THRU
002052             1340-ONE-SORT-PASS-EXIT
002052         UNTIL NOT A-SWAP-WAS-MADE.
002052 1330-SORT-STREAM-EXIT.
002052     EXIT.
002053
002053 1340-ONE-SORT-PASS.
002053     MOVE "N" TO WS-SWAPPED-SW
002053     COMPUTE WS-SORT-LIMIT = WS-JOB-COUNT - 1
002053     MOVE 1 TO WS-SORT-SUB
002053     PERFORM 1350-COMPARE-ADJACENT-JOBS THRU
002053             1350-COMPARE-ADJACENT-JOBS-EXIT
002053         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
002053 1340-ONE-SORT-PASS-EXIT.
002053     EXIT.
002054
002054 1350-COMPARE-ADJACENT-JOBS.
002054     COMPUTE WS-NEXT-SUB = WS-SORT-SUB + 1
002054     IF WS-JT-STREAM-SEQ (WS-SORT-SUB) >
002054             WS-JT-STREAM-SEQ (WS-NEXT-SUB)
002054         MOVE WS-JOB-ENTRY (WS-SORT-SUB)
002054             TO WS-SWAP-ENTRY
002054         MOVE WS-JOB-ENTRY (WS-NEXT-SUB)
002054             TO WS-JOB-ENTRY (WS-SORT-SUB)
002054         MOVE WS-SWAP-ENTRY
002054             TO WS-JOB-ENTRY (WS-NEXT-SUB)
002054         SET A-SWAP-WAS-MADE TO TRUE
002054     END-IF
002054     ADD 1 TO WS-SORT-SUB.
002054 1350-COMPARE-ADJACENT-JOBS-EXIT.
002054     EXIT.
002055
002055*> A nightly job is due in every window, a weekly job on its
002055*> weekday, and a monthly job on its day of the month - or
002055*> on the month's last day when its day is past the end of
002055*> a short month.  An on-request job is never due.
002056 1400-MARK-JOBS-DUE.
002056     PERFORM 1410-COMPUTE-WINDOW-WEEKDAY
002056     PERFORM 1250-CHECK-CALENDAR-DATE
002056     MOVE 1 TO WS-JOB-ENTRY-SUB
002056     PERFORM 1420-MARK-ONE-JOB
002056         UNTIL WS-JOB-ENTRY-SUB > WS-JOB-COUNT.
002057
002057 1410-COMPUTE-WINDOW-WEEKDAY.
002057     MOVE WS-WD-YEAR  TO WS-DN-Y
002057     MOVE WS-WD-MONTH TO WS-DN-M
002057     IF WS-DN-M < 03
002057         SUBTRACT 1 FROM WS-DN-Y
002057         ADD 12 TO WS-DN-M
002057     END-IF
002057     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
002057     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
002057     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
002057     COMPUTE WS-DN-WORK = 153 * (WS-DN-M - 3) + 2
002057     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-Q5
002057     COMPUTE WS-DAY-NUMBER = 365 * WS-DN-Y + WS-DN-Q4
002057         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-Q5 + WS-WD-DAY
002057     ADD 2 TO WS-DAY-NUMBER
002057     DIVIDE 7 INTO WS-DAY-NUMBER
002057         GIVING WS-WEEK-NUMBER
002057         REMAINDER WS-DN-WORK
002057     COMPUTE WS-WINDOW-WEEKDAY = WS-DN-WORK + 1.
002058
002058 1420-MARK-ONE-JOB.
002058     MOVE "N" TO WS-JT-DUE-SW (WS-JOB-ENTRY-SUB)
002058     EVALUATE TRUE
002058         WHEN WS-JT-NIGHTLY (WS-JOB-ENTRY-SUB)
002058             MOVE "Y" TO WS-JT-DUE-SW (WS-JOB-ENTRY-SUB)
002058         WHEN WS-JT-WEEKLY (WS-JOB-ENTRY-SUB)
002058             IF WS-JT-RUN-DAY (WS-JOB-ENTRY-SUB) =
002058                     WS-WINDOW-WEEKDAY
002058                 MOVE "Y" TO WS-JT-DUE-SW (WS-JOB-ENTRY-SUB)
002058             END-IF
002058         WHEN WS-JT-MONTHLY (WS-JOB-ENTRY-SUB)
002058             IF WS-JT-RUN-DAY (WS-JOB-ENTRY-SUB) = WS-WD-DAY
002058                 MOVE "Y" TO WS-JT-DUE-SW (WS-JOB-ENTRY-SUB)
002058             END-IF
002058             IF WS-JT-RUN-DAY (WS-JOB-ENTRY-SUB) >
002058                     WS-MONTH-LIMIT AND
002058                     WS-WD-DAY = WS-MONTH-LIMIT
002058                 MOVE "Y" TO WS-JT-DUE-SW (WS-JOB-ENTRY-SUB)
002058             END-IF
002058     END-EVALUATE
002058     ADD 1 TO WS-JOB-ENTRY-SUB.
002050
002060*> A new window: the closing window's records are appended
002062*> to the dated run-history file first, then the file is
002089     END-IF
002090     CLOSE RUN-CONTROL
002100     OPEN OUTPUT RUN-CONTROL
002105     PERFORM 3200-RECORD-WINDOW-DATE
002110     DISPLAY "RUN-CONTROL WINDOW RESET"
002111     DISPLAY "WINDOW DATE:            " WS-WINDOW-DATE
002111         " " WS-DAY-NAME (WS-WINDOW-WEEKDAY)
002112     DISPLAY "RECORDS TO RUN HISTORY: " WS-RECORDS-ARCHIVED.
002113 3000-RESET-WINDOW-EXIT.
002114     EXIT.
002172     PERFORM 3110-READ-RUN-CONTROL-NEXT.
002173 3120-ARCHIVE-ONE-RECORD-EXIT.
002174     EXIT.
002174
002174*> The new window's date replaces the last one, for the
002174*> START, END and REPORT calls of the window to work in.
002174 3200-RECORD-WINDOW-DATE.
002174     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002174     ACCEPT WS-CURRENT-TIME FROM TIME
002174     OPEN OUTPUT RUN-WINDOW
002174     MOVE SPACES          TO RUN-WINDOW-RECORD
002174     MOVE WS-WINDOW-DATE  TO RW-WINDOW-DATE
002174     MOVE WS-CURRENT-DATE TO RW-RESET-DATE
002174     MOVE WS-CURRENT-TIME TO RW-RESET-TIME
002174     WRITE RUN-WINDOW-RECORD
002174     CLOSE RUN-WINDOW.
002175
002130*> START: the job must be in the stream table, must not
002140*> already be running or finished this window, and every
002150*> predecessor must have posted a normal end.  A job not
002152*> due in this window may still be started - the operator
002154*> is running it on request - and says so.
002160 4000-START-JOB.
002170     PERFORM 7000-LOOK-UP-JOB-ENTRY THRU
002180             7000-LOOK-UP-JOB-ENTRY-EXIT
002320         MOVE 8 TO RETURN-CODE
002330         GO TO 4000-START-JOB-EXIT
002340     END-IF
002345     IF NOT WS-JT-IS-DUE (WS-JOB-ENTRY-SUB)
002346         DISPLAY "NOT SCHEDULED TONIGHT - STARTED ON REQUEST: "
002347             WS-RQ-JOB-NAME
002348     END-IF
002350     SET STEP-MAY-BE-RELEASED TO TRUE
002360     MOVE 1 TO WS-SLOT-SUB
002380     PERFORM 4050-CHECK-ONE-PREDECESSOR
002390         UNTIL WS-SLOT-SUB > 5
002440     IF NOT STEP-MAY-BE-RELEASED
002450         MOVE 8 TO RETURN-CODE
002460         GO TO 4000-START-JOB-EXIT
002480     PERFORM 4100-POST-JOB-START.
002490 4000-START-JOB-EXIT.
002500     EXIT.
002502
002504 4050-CHECK-ONE-PREDECESSOR.
002505     MOVE WS-JT-PRED (WS-JOB-ENTRY-SUB, WS-SLOT-SUB)
002506         TO WS-PREDECESSOR-NAME
002507     PERFORM 7200-CHECK-PREDECESSOR THRU
002508             7200-CHECK-PREDECESSOR-EXIT
002509     ADD 1 TO WS-SLOT-SUB.
002510
002520*> A restarted window (a job ENDed earlier tonight and is
002530*> being started again) keeps its start count so the
003272     MOVE 1 TO WS-CLEAR-SUB
003273     PERFORM 5710-MARK-SUCCESSOR-JOBS THRU
003274             5710-MARK-SUCCESSOR-JOBS-EXIT
003275         UNTIL WS-CLEAR-SUB > WS-JOB-COUNT
003276     MOVE 1 TO WS-CLEAR-SUB
003277     PERFORM 5730-CLEAR-ONE-RECORD THRU
003278             5730-CLEAR-ONE-RECORD-EXIT
003279         UNTIL WS-CLEAR-SUB > WS-JOB-COUNT.
003280 5700-CLEAR-JOB-EXIT.
003281     EXIT.
003282
003283 5710-MARK-SUCCESSOR-JOBS.
003284     IF WS-CLEAR-FLAG (WS-CLEAR-SUB) NOT = "Y"
003285         MOVE 1 TO WS-SLOT-SUB
003287         PERFORM 5715-TEST-ONE-PREDECESSOR-SLOT
003288             UNTIL WS-SLOT-SUB > 5
003293     END-IF
003294     ADD 1 TO WS-CLEAR-SUB.
003295 5710-MARK-SUCCESSOR-JOBS-EXIT.
003296     EXIT.
003296
003296 5715-TEST-ONE-PREDECESSOR-SLOT.
003296     MOVE WS-JT-PRED (WS-CLEAR-SUB, WS-SLOT-SUB)
003296         TO WS-PREDECESSOR-NAME
003296     PERFORM 5720-TEST-CLEARED-PREDECESSOR THRU
003296             5720-TEST-CLEARED-PREDECESSOR-EXIT
003296     ADD 1 TO WS-SLOT-SUB.
003297
003298*> Flags the entry under WS-CLEAR-SUB when the predecessor
003299*> named is itself flagged for clearing.
003304     MOVE 1 TO WS-PRED-SUB
003305     PERFORM 5725-MATCH-CLEARED-ENTRY THRU
003306             5725-MATCH-CLEARED-ENTRY-EXIT
003307         UNTIL WS-PRED-SUB > WS-JOB-COUNT.
003308 5720-TEST-CLEARED-PREDECESSOR-EXIT.
003309     EXIT.
003310
003340
003240*> The morning report walks the stream table in order, so
003250*> the operator reads it top to bottom as the window should
003260*> have run.  Every job due in the window is listed, with a
003262*> job that was not due but was run on request among them;
003264*> the jobs not due that did not run follow under their own
003266*> heading, so they are never read as outstanding.
003270 6000-WRITE-STATUS-REPORT.
003280     OPEN OUTPUT STATUS-REPORT
003290     MOVE WS-WINDOW-DATE TO WH-WINDOW-DATE
003292     MOVE WS-DAY-NAME (WS-WINDOW-WEEKDAY) TO WH-WINDOW-DAY
003300     WRITE STATUS-REPORT-RECORD FROM WS-WINDOW-HEADER
003310     MOVE SPACES TO WS-REPORT-LINE
003320     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
003330     MOVE 1 TO WS-JOB-ENTRY-SUB
003340     PERFORM 6100-REPORT-ONE-JOB THRU
003350             6100-REPORT-ONE-JOB-EXIT
003360         UNTIL WS-JOB-ENTRY-SUB > WS-JOB-COUNT
003362     IF WS-JOBS-NOT-SCHEDULED > 0
003363         MOVE SPACES TO WS-REPORT-LINE
003364         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
003365         MOVE "NOT SCHEDULED TONIGHT" TO WS-REPORT-LINE
003366         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
003367         MOVE 1 TO WS-JOB-ENTRY-SUB
003368         PERFORM 6300-REPORT-UNSCHEDULED-JOB THRU
003369                 6300-REPORT-UNSCHEDULED-JOB-EXIT
003370             UNTIL WS-JOB-ENTRY-SUB > WS-JOB-COUNT
003371     END-IF
003372     PERFORM 6400-WRITE-REPORT-TOTALS
003373     CLOSE STATUS-REPORT.
003380 6000-WRITE-STATUS-REPORT-EXIT.
003390     EXIT.
003400
003470         NOT INVALID KEY
003480             SET RUN-RECORD-FOUND TO TRUE
003490     END-READ
003492     IF NOT WS-JT-IS-DUE (WS-JOB-ENTRY-SUB) AND
003493             NOT RUN-RECORD-FOUND
003494         ADD 1 TO WS-JOBS-NOT-SCHEDULED
003495         GO TO 6100-REPORT-ONE-JOB-NEXT
003496     END-IF
003500     MOVE SPACES TO WS-STATUS-LINE
003510     MOVE WS-JT-JOB (WS-JOB-ENTRY-SUB) TO WR-JOB-NAME
003520     IF NOT RUN-RECORD-FOUND
003540     ELSE
003550         PERFORM 6200-FILL-JOB-STATUS
003560     END-IF
003561     IF WS-JT-IS-DUE (WS-JOB-ENTRY-SUB)
003562         ADD 1 TO WS-JOBS-SCHEDULED
003563         IF RUN-RECORD-FOUND AND RC-JOB-ENDED
003564             ADD 1 TO WS-JOBS-ENDED
003565         ELSE
003566             ADD 1 TO WS-JOBS-OUTSTANDING
003567         END-IF
003568     ELSE
003569         ADD 1 TO WS-JOBS-ON-REQUEST
003569         IF WR-FLAG = SPACES
003569             MOVE "RUN ON REQUEST" TO WR-FLAG
003569         END-IF
003569     END-IF
003570     WRITE STATUS-REPORT-RECORD FROM WS-STATUS-LINE.
003575 6100-REPORT-ONE-JOB-NEXT.
003580     ADD 1 TO WS-JOB-ENTRY-SUB.
003590 6100-REPORT-ONE-JOB-EXIT.
003600     EXIT.
003786         STRING "STEP " RC-FAIL-STEP " " RC-FAIL-REASON
003788             DELIMITED BY SIZE INTO WR-FLAG
003789     END-IF.
003789
003789*> A job not due in the window and not run: its frequency
003789*> stands where the start time would be.
003789 6300-REPORT-UNSCHEDULED-JOB.
003789     IF WS-JT-IS-DUE (WS-JOB-ENTRY-SUB)
003789         GO TO 6300-REPORT-UNSCHEDULED-JOB-NEXT
003789     END-IF
003789     MOVE WS-JT-JOB (WS-JOB-ENTRY-SUB) TO RC-JOB-NAME
003789     READ RUN-CONTROL
003789         INVALID KEY
003789             CONTINUE
003789         NOT INVALID KEY
003789             GO TO 6300-REPORT-UNSCHEDULED-JOB-NEXT
003789     END-READ
003789     MOVE SPACES TO WS-STATUS-LINE
003789     MOVE WS-JT-JOB (WS-JOB-ENTRY-SUB) TO WR-JOB-NAME
003789     MOVE "NOT SCHEDULED" TO WR-DISPOSITION
003789     EVALUATE TRUE
003789         WHEN WS-JT-WEEKLY (WS-JOB-ENTRY-SUB)
003789             MOVE WS-JT-RUN-DAY (WS-JOB-ENTRY-SUB)
003789                 TO WS-SLOT-SUB
003789             STRING "WEEKLY ON " WS-DAY-NAME (WS-SLOT-SUB)
003789                 DELIMITED BY SIZE INTO WR-START-STAMP
003789         WHEN WS-JT-MONTHLY (WS-JOB-ENTRY-SUB)
003789             STRING "MONTHLY DAY " WS-JT-RUN-DAY
003789                 (WS-JOB-ENTRY-SUB)
003789                 DELIMITED BY SIZE INTO WR-START-STAMP
003789         WHEN OTHER
003789             MOVE "ON REQUEST" TO WR-START-STAMP
003789     END-EVALUATE
003789     WRITE STATUS-REPORT-RECORD FROM WS-STATUS-LINE.
003789 6300-REPORT-UNSCHEDULED-JOB-NEXT.
003789     ADD 1 TO WS-JOB-ENTRY-SUB.
003789 6300-REPORT-UNSCHEDULED-JOB-EXIT.
003789     EXIT.
003789
003789 6400-WRITE-REPORT-TOTALS.
003789     MOVE SPACES TO WS-REPORT-LINE
003789     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
003789     MOVE "JOBS SCHEDULED TONIGHT:"  TO WL-LABEL
003789     MOVE WS-JOBS-SCHEDULED          TO WL-COUNT
003789     WRITE STATUS-REPORT-RECORD FROM WS-TOTAL-LINE
003789     MOVE "  ENDED:"                 TO WL-LABEL
003789     MOVE WS-JOBS-ENDED              TO WL-COUNT
003789     WRITE STATUS-REPORT-RECORD FROM WS-TOTAL-LINE
003789     MOVE "  OUTSTANDING:"           TO WL-LABEL
003789     MOVE WS-JOBS-OUTSTANDING        TO WL-COUNT
003789     WRITE STATUS-REPORT-RECORD FROM WS-TOTAL-LINE
003789     MOVE "RUN ON REQUEST:"          TO WL-LABEL
003789     MOVE WS-JOBS-ON-REQUEST         TO WL-COUNT
003789     WRITE STATUS-REPORT-RECORD FROM WS-TOTAL-LINE
003789     MOVE "NOT SCHEDULED TONIGHT:"   TO WL-LABEL
003789     MOVE WS-JOBS-NOT-SCHEDULED      TO WL-COUNT
003789     WRITE STATUS-REPORT-RECORD FROM WS-TOTAL-LINE.
003790
003800*> Looks WS-RQ-JOB-NAME up in the stream table, leaving the
003810*> entry subscript set for the predecessor checks.
003840     MOVE 1   TO WS-JOB-ENTRY-SUB
003850     PERFORM 7010-MATCH-JOB-ENTRY THRU
003860             7010-MATCH-JOB-ENTRY-EXIT
003870         UNTIL JOB-IS-KNOWN OR WS-JOB-ENTRY-SUB > WS-JOB-COUNT.
003880 7000-LOOK-UP-JOB-ENTRY-EXIT.
003890     EXIT.
003900
004110*> else must have a record this window with a normal end
004120*> posted - a predecessor that failed is refused with its
004125*> own message, so the operator knows a CLEAR and rerun
004128*> are needed, not just patience.  A predecessor not due
004129*> in this window that has not run passes - it holds none
004129*> of its successors tonight.  Leaves the record area
004130*> positioned on the predecessor, so the caller re-reads
004140*> its own record before posting.
004150 7200-CHECK-PREDECESSOR.
004268             WS-PREDECESSOR-NAME
004269         GO TO 7200-CHECK-PREDECESSOR-EXIT
004269     END-IF
004269     IF NOT RUN-RECORD-FOUND
004269         PERFORM 7300-LOOK-UP-PREDECESSOR THRU
004269                 7300-LOOK-UP-PREDECESSOR-EXIT
004269         IF PREDECESSOR-IS-KNOWN AND
004269                 NOT WS-JT-IS-DUE (WS-PRED-SUB)
004269             GO TO 7200-CHECK-PREDECESSOR-EXIT
004269         END-IF
004269     END-IF
004270     IF NOT RUN-RECORD-FOUND OR NOT RC-JOB-ENDED
004280         MOVE "N" TO WS-RELEASE-SW
004290         DISPLAY "PREDECESSOR HAS NOT ENDED: "
004310     END-IF.
004320 7200-CHECK-PREDECESSOR-EXIT.
004330     EXIT.
004331
004332*> Leaves WS-PRED-SUB on the predecessor's stream entry, or
004333*> past the last entry when it is not in the stream.
004334 7300-LOOK-UP-PREDECESSOR.
004335     MOVE "N" TO WS-PRED-KNOWN-SW
004336     MOVE 1   TO WS-PRED-SUB
004337     PERFORM 7310-MATCH-PREDECESSOR THRU
004338             7310-MATCH-PREDECESSOR-EXIT
004339         UNTIL PREDECESSOR-IS-KNOWN OR
004340             WS-PRED-SUB > WS-JOB-COUNT.
004341 7300-LOOK-UP-PREDECESSOR-EXIT.
004342     EXIT.
004343
004344 7310-MATCH-PREDECESSOR.
004345     IF WS-JT-JOB (WS-PRED-SUB) = WS-PREDECESSOR-NAME
004346         SET PREDECESSOR-IS-KNOWN TO TRUE
004347     ELSE
004348         ADD 1 TO WS-PRED-SUB
004349     END-IF.
004350 7310-MATCH-PREDECESSOR-EXIT.
004351     EXIT.
004340
004350 8000-TERMINATE.
004360     CLOSE RUN-CONTROL.
