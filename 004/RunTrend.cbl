000070*----------------------------------------------------------*
000080* Batch-window trend report.  Reads the RUN-HISTORY file   *
000090* the RESET function appends each closing window to, and   *
000100* shows, per job in stream order, the elapsed time         *
000110* and records processed for each of the last N windows     *
000120* with a normal end on file.  A job whose latest elapsed   *
000130* time has grown past a stated percentage over the         *
000190*                                                          *
000200* MODIFICATION HISTORY                                    *
000210* 2026-09-02 TJM  Original batch-window trend report.      *
000212* 2026-10-14 TJM  PENDRELEASE added to the stream table,   *
000214*                 in step with the run-control driver.     *
000216* 2026-10-14 TJM  Job order read from the JOB-DEFINITIONS  *
000218*                 file the run-control driver uses, in     *
000219*                 place of the compiled table.             *
000220*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000270     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS   IS WS-HISTORY-FILE-STATUS.
000295
000296     SELECT JOB-DEFINITIONS ASSIGN TO "JOBDEF"
000297         ORGANIZATION IS INDEXED
000297         ACCESS MODE IS SEQUENTIAL
000298         RECORD KEY IS JD-JOB-NAME
000299         FILE STATUS IS WS-JOBDEF-FILE-STATUS.
000300
000310     SELECT TREND-PARM ASSIGN TO "TRNDPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000400 FD  RUN-HISTORY
000410     RECORD CONTAINS 90 CHARACTERS.
000420     COPY RUNHIST.
000425
000426 FD  JOB-DEFINITIONS
000427     RECORD CONTAINS 110 CHARACTERS.
000428     COPY JOBDEF.
000430
000440*> Optional parameter card: columns 1-2 are how many
000450*> windows to show per job, columns 3-5 the growth
000580 WORKING-STORAGE SECTION.
000590 01  WS-HISTORY-FILE-STATUS      PIC X(02)    VALUE "00".
000600     88  WS-HISTORY-OPEN-OK          VALUE "00".
000605
000606 01  WS-JOBDEF-FILE-STATUS       PIC X(02)    VALUE "00".
000607     88  WS-JOBDEF-OPEN-OK           VALUE "00".
000610
000620 01  WS-PARM-FILE-STATUS         PIC X(02)    VALUE "00".
000630     88  WS-PARM-FILE-NOT-FOUND      VALUE "35".
000690         88  END-OF-PARM-CARD        VALUE "Y".
000700     05  WS-JOB-KNOWN-SW         PIC X(01)    VALUE "N".
000710         88  JOB-IS-KNOWN            VALUE "Y".
000712     05  WS-END-OF-JOBDEF-SW     PIC X(01)    VALUE "N".
000714         88  END-OF-JOB-DEFINITIONS  VALUE "Y".
000716     05  WS-SWAPPED-SW           PIC X(01)    VALUE "N".
000718         88  A-SWAP-WAS-MADE         VALUE "Y".
000720
000730*> The stream in the order the run-control driver
000740*> releases it, from JOB-DEFINITIONS in stream sequence -
000750*> the report lists jobs in this order, the same as the
000755*> morning status report.
000760 01  WS-MAX-JOBS                 PIC 9(02)    VALUE 50.
000770 01  WS-JOB-COUNT                PIC 9(02)    VALUE 0.
000860 01  WS-JOB-TABLE.
000870     05  WS-JOB-ENTRY OCCURS 50 TIMES.
000875         10  WS-JT-JOB           PIC X(15).
000880         10  WS-JT-STREAM-SEQ    PIC 9(04).
000882
000884 01  WS-SORT-SUB                 PIC 9(02)    VALUE 0.
000885 01  WS-SORT-LIMIT               PIC 9(02)    VALUE 0.
000886 01  WS-NEXT-SUB                 PIC 9(02)    VALUE 0.
000888 01  WS-SWAP-ENTRY               PIC X(19)    VALUE SPACES.
000890
000900*> The last N windows per job, oldest first - a new window
000910*> past the limit pushes the oldest one off.  The limit is
000920*> capped by the table size of 10.
000930 01  WS-TREND-TABLE.
000940     05  WS-TREND-JOB OCCURS 50 TIMES.
000950         10  WS-TJ-COUNT         PIC 9(02).
000960         10  WS-TJ-ENTRY OCCURS 10 TIMES.
000970             15  WT-WINDOW-DATE  PIC 9(08).
001950     OPEN OUTPUT TREND-REPORT
001960     PERFORM 1100-READ-TREND-PARM THRU
001970             1100-READ-TREND-PARM-EXIT
001975     PERFORM 1300-LOAD-JOB-DEFINITIONS
001980     MOVE 1 TO WS-JOB-SUB
001990     PERFORM 1200-CLEAR-ONE-TREND-JOB THRU
002000             1200-CLEAR-ONE-TREND-JOB-EXIT
002010         UNTIL WS-JOB-SUB > WS-JOB-COUNT
002020     PERFORM 2100-READ-HISTORY-RECORD.
002030
002040*> The parameter card is optional - a missing or blank card
002340     ADD 1 TO WS-JOB-SUB.
002350 1200-CLEAR-ONE-TREND-JOB-EXIT.
002360     EXIT.
002361
002362 1300-LOAD-JOB-DEFINITIONS.
002363     OPEN INPUT JOB-DEFINITIONS
002364     IF NOT WS-JOBDEF-OPEN-OK
002365         DISPLAY "JOB DEFINITIONS OPEN FAILED - STATUS "
002366             WS-JOBDEF-FILE-STATUS
002367         STOP RUN
002368     END-IF
002369     PERFORM 1310-READ-JOB-DEFINITION
002370     PERFORM 1320-LOAD-ONE-DEFINITION
002371         UNTIL END-OF-JOB-DEFINITIONS
002372     CLOSE JOB-DEFINITIONS
002373     PERFORM 1330-SORT-STREAM THRU
002374             1330-SORT-STREAM-EXIT.
002375
002376 1310-READ-JOB-DEFINITION.
002377     READ JOB-DEFINITIONS NEXT RECORD
002378         AT END
002379             SET END-OF-JOB-DEFINITIONS TO TRUE
002380     END-READ.
002381
002382*> Jobs past the table size are left off the report and
002383*> their history is counted as skipped.
002384 1320-LOAD-ONE-DEFINITION.
002385     IF WS-JOB-COUNT < WS-MAX-JOBS
002386         ADD 1 TO WS-JOB-COUNT
002387         MOVE JD-JOB-NAME   TO WS-JT-JOB (WS-JOB-COUNT)
002388         MOVE JD-STREAM-SEQ TO WS-JT-STREAM-SEQ (WS-JOB-COUNT)
002389     END-IF
002390     PERFORM 1310-READ-JOB-DEFINITION.
002391
002392*> Straight exchange sort on the stream sequence - the file
002393*> comes back in job-name order.
002394 1330-SORT-STREAM.
002395     IF WS-JOB-COUNT < 2
002396         GO TO 1330-SORT-STREAM-EXIT
002397     END-IF
002398     SET A-SWAP-WAS-MADE TO TRUE
002399     PERFORM 1340-ONE-SORT-PASS THRU
002400             1340-ONE-SORT-PASS-EXIT
002401         UNTIL NOT A-SWAP-WAS-MADE.
002402 1330-SORT-STREAM-EXIT.
002403     EXIT.
002404
002405 1340-ONE-SORT-PASS.
002406     MOVE "N" TO WS-SWAPPED-SW
002407     COMPUTE WS-SORT-LIMIT = WS-JOB-COUNT - 1
002408     MOVE 1 TO WS-SORT-SUB
002409     PERFORM 1350-COMPARE-ADJACENT-JOBS THRU
002410             1350-COMPARE-ADJACENT-JOBS-EXIT
002411         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
002412 1340-ONE-SORT-PASS-EXIT.
002413     EXIT.
002414
002415 1350-COMPARE-ADJACENT-JOBS.
002416     COMPUTE WS-NEXT-SUB = WS-SORT-SUB + 1
002417     IF WS-JT-STREAM-SEQ (WS-SORT-SUB) >
002418             WS-JT-STREAM-SEQ (WS-NEXT-SUB)
002419         MOVE WS-JOB-ENTRY (WS-SORT-SUB)
002420             TO WS-SWAP-ENTRY
002421         MOVE WS-JOB-ENTRY (WS-NEXT-SUB)
002422             TO WS-JOB-ENTRY (WS-SORT-SUB)
002423         MOVE WS-SWAP-ENTRY
002424             TO WS-JOB-ENTRY (WS-NEXT-SUB)
002425         SET A-SWAP-WAS-MADE TO TRUE
002426     END-IF
002427     ADD 1 TO WS-SORT-SUB.
002428 1350-COMPARE-ADJACENT-JOBS-EXIT.
002429     EXIT.
002370
002380*> Only a normal end carries a usable elapsed time - a
002390*> started or failed record, or a job the stream no longer
002400*> knows, is skipped and counted.
002410 2000-COLLECT-HISTORY.
002420     ADD 1 TO WS-HISTORY-READ
002430     IF NOT RH-JOB-ENDED
002700     MOVE 1   TO WS-JOB-SUB
002710     PERFORM 2210-MATCH-JOB-ENTRY THRU
002720             2210-MATCH-JOB-ENTRY-EXIT
002730         UNTIL JOB-IS-KNOWN OR WS-JOB-SUB > WS-JOB-COUNT.
002740 2200-LOOK-UP-JOB-ENTRY-EXIT.
002750     EXIT.
002760
003340     MOVE 1 TO WS-JOB-SUB
003350     PERFORM 4100-REPORT-ONE-JOB THRU
003360             4100-REPORT-ONE-JOB-EXIT
003370         UNTIL WS-JOB-SUB > WS-JOB-COUNT.
003380 4000-WRITE-TREND-REPORT-EXIT.
003390     EXIT.
003400
