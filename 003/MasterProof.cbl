000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MasterProof.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  PERSONNEL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Balance-forward proof of the Employee master record      *
000090* counts.  Every job that changes the number of records on *
000100* EMPLOYEE-MASTER - the nightly update, the retention      *
000110* purge, the reload and the forward recovery - appends one *
000120* master-statistics record to MSTSTATS.  This report reads *
000130* that history in the order it was written and proves      *
000140* each record two ways: its end totals must be its start   *
000150* totals moved by its own activity, and its start totals   *
000160* must be the end totals the job before it left.  Either   *
000170* failing is flagged - a record that came or went between  *
000180* runs without a job to account for it shows up here as a  *
000190* chain break.                                             *
000200*                                                          *
000210* A reload starts the chain again from its backup - it is  *
000220* not held to the job before it, but the master it leaves  *
000230* must tie to the backup trailer count.  A forward         *
000240* recovery must follow its reload directly, and must land  *
000250* on that trailer count plus the adds less the purges it   *
000260* replayed.                                                *
000270*                                                          *
000280* The optional PROOFPRM card limits the listing to runs on *
000290* or after a date; earlier runs are still read so the      *
000300* first listed run chains to the one before it.            *
000310*                                                          *
000320* MODIFICATION HISTORY                                     *
000330* 2026-10-14 TJM  Original master balance-forward proof.   *
000340*----------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MASTER-STATISTICS ASSIGN TO "MSTSTATS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS   IS WS-STAT-FILE-STATUS.
000420
000430     SELECT PROOF-PARM ASSIGN TO "PROOFPRM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS   IS WS-PARM-FILE-STATUS.
000460
000470     SELECT PROOF-REPORT ASSIGN TO "MSTPROOF"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MASTER-STATISTICS
000530     RECORD CONTAINS 100 CHARACTERS.
000540     COPY MSTSTAT.
000550
000560*> The first run date to list.  Blank or absent lists the
000570*> whole history.
000580 FD  PROOF-PARM
000590     RECORD CONTAINS 8 CHARACTERS.
000600 01  PROOF-PARM-RECORD.
000610     05  PP-FROM-DATE            PIC X(08).
000620
000630 FD  PROOF-REPORT
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  PROOF-REPORT-RECORD         PIC X(80).
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-STAT-FILE-STATUS         PIC X(02)    VALUE "00".
000690     88  WS-STAT-OPEN-OK             VALUE "00".
000700     88  WS-STAT-FILE-NOT-FOUND      VALUE "35".
000710
000720 01  WS-PARM-FILE-STATUS         PIC X(02)    VALUE "00".
000730     88  WS-PARM-FILE-NOT-FOUND      VALUE "35".
000740
000750 01  WS-SWITCHES.
000760     05  WS-END-OF-STATS-SW      PIC X(01)    VALUE "N".
000770         88  END-OF-STATS            VALUE "Y".
000780     05  WS-END-OF-PARM-SW       PIC X(01)    VALUE "N".
000790         88  END-OF-PARM-CARD        VALUE "Y".
000800     05  WS-LISTED-SW            PIC X(01)    VALUE "N".
000810         88  RUN-IS-LISTED           VALUE "Y".
000820     05  WS-PRIOR-SW             PIC X(01)    VALUE "N".
000830         88  PRIOR-RUN-SEEN          VALUE "Y".
000840     05  WS-PRIOR-RELOAD-SW      PIC X(01)    VALUE "N".
000850         88  PRIOR-RUN-WAS-RELOAD    VALUE "Y".
000860     05  WS-RUN-FLAGGED-SW       PIC X(01)    VALUE "N".
000870         88  RUN-IS-FLAGGED          VALUE "Y".
000880
000890 01  WS-FROM-DATE                PIC 9(08)    VALUE 0.
000900
000910 01  WS-COUNTERS.
000920     05  WS-STATS-READ           PIC 9(07)    VALUE 0.
000930     05  WS-RUNS-LISTED          PIC 9(07)    VALUE 0.
000940     05  WS-RUNS-FLAGGED         PIC 9(07)    VALUE 0.
000950     05  WS-OUT-OF-BALANCE       PIC 9(07)    VALUE 0.
000960     05  WS-CHAIN-BREAKS         PIC 9(07)    VALUE 0.
000970     05  WS-RESTORES-NOT-TIED    PIC 9(07)    VALUE 0.
000980
000990*> The end the run before left, and the trailer count of
001000*> the last reload, carried forward record to record.
001010 01  WS-PRIOR-RUN.
001020     05  WS-PRIOR-JOB-NAME       PIC X(15)    VALUE SPACES.
001030     05  WS-PRIOR-END-ACTIVE     PIC 9(07)    VALUE 0.
001040     05  WS-PRIOR-END-TERMINATED PIC 9(07)    VALUE 0.
001050     05  WS-RELOAD-TRAILER       PIC 9(07)    VALUE 0.
001060
001070*> What the end totals should be, worked from the start and
001080*> the activity.  Signed - a bad record can drive them below
001090*> zero, and that is worth printing as it is.
001100 01  WS-EXPECTED-TOTALS.
001110     05  WS-EXPECTED-ACTIVE      PIC S9(08)   VALUE 0.
001120     05  WS-EXPECTED-TERMINATED  PIC S9(08)   VALUE 0.
001130     05  WS-EXPECTED-TOTAL       PIC S9(08)   VALUE 0.
001140     05  WS-END-TOTAL            PIC S9(08)   VALUE 0.
001150
001160 01  WS-PAGE-HEADER.
001170     05  FILLER                  PIC X(36)
001180         VALUE "MASTER RECORD BALANCE-FORWARD PROOF".
001190     05  FILLER                  PIC X(10)    VALUE "  RUN ON  ".
001200     05  WP-RUN-DATE             PIC 9(08).
001210     05  FILLER                  PIC X(26)    VALUE SPACES.
001220
001230 01  WS-COLUMN-HEADER-1.
001240     05  FILLER                  PIC X(21)    VALUE SPACES.
001250     05  FILLER                  PIC X(16)
001260         VALUE "---- START ---- ".
001270     05  FILLER                  PIC X(25)
001280         VALUE "------- ACTIVITY ------  ".
001290     05  FILLER                  PIC X(18)
001300         VALUE "---- END -----    ".
001310
001320 01  WS-COLUMN-HEADER-2.
001330     05  FILLER                  PIC X(21)
001340         VALUE "RUN DATE JOB         ".
001350     05  FILLER                  PIC X(16)
001360         VALUE " ACTIVE  TERMED ".
001370     05  FILLER                  PIC X(25)
001380         VALUE " ADDS TERMS RHIRE PURGE  ".
001390     05  FILLER                  PIC X(18)
001400         VALUE " ACTIVE  TERMED   ".
001410
001420 01  WS-DETAIL-LINE.
001430     05  WD-RUN-DATE             PIC 9(08).
001440     05  FILLER                  PIC X(01)    VALUE SPACE.
001450     05  WD-JOB-NAME             PIC X(11).
001460     05  FILLER                  PIC X(01)    VALUE SPACE.
001470     05  WD-START-ACTIVE         PIC ZZZZZZ9.
001480     05  FILLER                  PIC X(01)    VALUE SPACE.
001490     05  WD-START-TERMINATED     PIC ZZZZZZ9.
001500     05  FILLER                  PIC X(01)    VALUE SPACE.
001510     05  WD-ADDS                 PIC ZZZZ9.
001520     05  FILLER                  PIC X(01)    VALUE SPACE.
001530     05  WD-TERMINATIONS         PIC ZZZZ9.
001540     05  FILLER                  PIC X(01)    VALUE SPACE.
001550     05  WD-REHIRES              PIC ZZZZ9.
001560     05  FILLER                  PIC X(01)    VALUE SPACE.
001570     05  WD-PURGES               PIC ZZZZ9.
001580     05  FILLER                  PIC X(02)    VALUE SPACES.
001590     05  WD-END-ACTIVE           PIC ZZZZZZ9.
001600     05  FILLER                  PIC X(01)    VALUE SPACE.
001610     05  WD-END-TERMINATED       PIC ZZZZZZ9.
001620     05  FILLER                  PIC X(03)    VALUE SPACES.
001630
001640*> A flag or note under the run it belongs to.  Flags carry
001650*> the "***" mark and count against the proof; notes do not.
001660*> The counts are the figures the run should have shown, or
001670*> the figures it failed to tie to - blank where none apply.
001680 01  WS-FLAG-LINE.
001690     05  WF-MARK                 PIC X(06).
001700     05  WF-MESSAGE              PIC X(42).
001710     05  WF-FIRST.
001720         10  WF-FIRST-TAG        PIC X(02).
001730         10  WF-FIRST-COUNT      PIC -ZZZZZZ9.
001740     05  FILLER                  PIC X(01)    VALUE SPACE.
001750     05  WF-SECOND.
001760         10  WF-SECOND-TAG       PIC X(02).
001770         10  WF-SECOND-COUNT     PIC -ZZZZZZ9.
001780     05  FILLER                  PIC X(11)    VALUE SPACES.
001790
001800 01  WS-TOTAL-LINE.
001810     05  WL-LABEL                PIC X(30).
001820     05  WL-COUNT                PIC ZZZZZZ9.
001830     05  FILLER                  PIC X(43)    VALUE SPACES.
001840
001850 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
001860
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE
001900     PERFORM 2000-PROVE-ONE-RUN THRU
001910             2000-PROVE-ONE-RUN-EXIT
001920         UNTIL END-OF-STATS
001930     PERFORM 6000-WRITE-TOTALS
001940     PERFORM 8000-TERMINATE
001950     STOP RUN.
001960
001970 1000-INITIALIZE.
001980     PERFORM 1100-READ-PROOF-PARM THRU
001990             1100-READ-PROOF-PARM-EXIT
002000     OPEN INPUT MASTER-STATISTICS
002010     IF WS-STAT-FILE-NOT-FOUND
002020         DISPLAY "NO MASTER STATISTICS ON FILE - NOTHING PROVED"
002030         STOP RUN
002040     END-IF
002050     IF NOT WS-STAT-OPEN-OK
002060         DISPLAY "MASTER STATISTICS OPEN FAILED - STATUS "
002070             WS-STAT-FILE-STATUS
002080         STOP RUN
002090     END-IF
002100     OPEN OUTPUT PROOF-REPORT
002110     ACCEPT WP-RUN-DATE FROM DATE YYYYMMDD
002120     WRITE PROOF-REPORT-RECORD FROM WS-PAGE-HEADER
002130     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE
002140     WRITE PROOF-REPORT-RECORD FROM WS-COLUMN-HEADER-1
002150     WRITE PROOF-REPORT-RECORD FROM WS-COLUMN-HEADER-2
002160     PERFORM 2100-READ-STATISTICS-RECORD.
002170
002180*> The date card is optional - without it the whole history
002190*> is listed.  A card that is present but not a date is
002200*> refused rather than read as no limit.
002210 1100-READ-PROOF-PARM.
002220     OPEN INPUT PROOF-PARM
002230     IF WS-PARM-FILE-NOT-FOUND
002240         GO TO 1100-READ-PROOF-PARM-EXIT
002250     END-IF
002260     READ PROOF-PARM
002270         AT END
002280             SET END-OF-PARM-CARD TO TRUE
002290     END-READ
002300     IF END-OF-PARM-CARD OR PP-FROM-DATE = SPACES
002310         CLOSE PROOF-PARM
002320         GO TO 1100-READ-PROOF-PARM-EXIT
002330     END-IF
002340     IF PP-FROM-DATE IS NOT NUMERIC
002350         DISPLAY "PROOFPRM FROM DATE NOT NUMERIC - NOTHING PROVED"
002360         CLOSE PROOF-PARM
002370         STOP RUN
002380     END-IF
002390     MOVE PP-FROM-DATE TO WS-FROM-DATE
002400     CLOSE PROOF-PARM.
002410 1100-READ-PROOF-PARM-EXIT.
002420     EXIT.
002430
002440*> One run per trip.  A run before the PROOFPRM date is
002450*> neither listed nor flagged, but it still becomes the
002460*> prior run the next one chains to.
002470 2000-PROVE-ONE-RUN.
002480     ADD 1 TO WS-STATS-READ
002490     MOVE "N" TO WS-LISTED-SW
002500     MOVE "N" TO WS-RUN-FLAGGED-SW
002510     IF MT-RUN-DATE NOT < WS-FROM-DATE
002520         SET RUN-IS-LISTED TO TRUE
002530         ADD 1 TO WS-RUNS-LISTED
002540         PERFORM 2200-WRITE-DETAIL-LINE
002550     END-IF
002560     PERFORM 3000-CHECK-BALANCE THRU
002570             3000-CHECK-BALANCE-EXIT
002580     EVALUATE MT-JOB-NAME
002590         WHEN "EMPRELOAD"
002600             PERFORM 3200-CHECK-RELOAD THRU
002610                     3200-CHECK-RELOAD-EXIT
002620         WHEN "EMPRECOVER"
002630             PERFORM 3100-CHECK-CHAIN THRU
002640                     3100-CHECK-CHAIN-EXIT
002650             PERFORM 3300-CHECK-RECOVERY THRU
002660                     3300-CHECK-RECOVERY-EXIT
002670         WHEN OTHER
002680             PERFORM 3100-CHECK-CHAIN THRU
002690                     3100-CHECK-CHAIN-EXIT
002700     END-EVALUATE
002710     IF RUN-IS-FLAGGED
002720         ADD 1 TO WS-RUNS-FLAGGED
002730     END-IF
002740     PERFORM 2300-CARRY-RUN-FORWARD
002750     PERFORM 2100-READ-STATISTICS-RECORD.
002760 2000-PROVE-ONE-RUN-EXIT.
002770     EXIT.
002780
002790 2100-READ-STATISTICS-RECORD.
002800     READ MASTER-STATISTICS
002810         AT END
002820             SET END-OF-STATS TO TRUE
002830     END-READ.
002840
002850 2200-WRITE-DETAIL-LINE.
002860     MOVE MT-RUN-DATE         TO WD-RUN-DATE
002870     MOVE MT-JOB-NAME         TO WD-JOB-NAME
002880     MOVE MT-START-ACTIVE     TO WD-START-ACTIVE
002890     MOVE MT-START-TERMINATED TO WD-START-TERMINATED
002900     MOVE MT-ADDS             TO WD-ADDS
002910     MOVE MT-TERMINATIONS     TO WD-TERMINATIONS
002920     MOVE MT-REHIRES          TO WD-REHIRES
002930     MOVE MT-PURGES           TO WD-PURGES
002940     MOVE MT-END-ACTIVE       TO WD-END-ACTIVE
002950     MOVE MT-END-TERMINATED   TO WD-END-TERMINATED
002960     WRITE PROOF-REPORT-RECORD FROM WS-DETAIL-LINE.
002970
002980*> This run's end becomes the start the next run must show.
002990*> A reload's trailer count stays with it for the recovery
003000*> that follows.
003010 2300-CARRY-RUN-FORWARD.
003020     SET PRIOR-RUN-SEEN TO TRUE
003030     MOVE MT-JOB-NAME       TO WS-PRIOR-JOB-NAME
003040     MOVE MT-END-ACTIVE     TO WS-PRIOR-END-ACTIVE
003050     MOVE MT-END-TERMINATED TO WS-PRIOR-END-TERMINATED
003060     IF MT-JOB-NAME = "EMPRELOAD"
003070         SET PRIOR-RUN-WAS-RELOAD TO TRUE
003080         MOVE MT-BACKUP-COUNT TO WS-RELOAD-TRAILER
003090     ELSE
003100         MOVE "N" TO WS-PRIOR-RELOAD-SW
003110     END-IF.
003120
003130*> Adds arrive active, a termination moves one active to
003140*> terminated, a rehire moves one back, and a purge takes a
003150*> terminated record away.  Anything else that moved the
003160*> counts is out of balance.
003170 3000-CHECK-BALANCE.
003180     COMPUTE WS-EXPECTED-ACTIVE =
003190         MT-START-ACTIVE + MT-ADDS - MT-TERMINATIONS
003200             + MT-REHIRES
003210     COMPUTE WS-EXPECTED-TERMINATED =
003220         MT-START-TERMINATED + MT-TERMINATIONS - MT-REHIRES
003230             - MT-PURGES
003240     IF WS-EXPECTED-ACTIVE = MT-END-ACTIVE AND
003250             WS-EXPECTED-TERMINATED = MT-END-TERMINATED
003260         GO TO 3000-CHECK-BALANCE-EXIT
003270     END-IF
003280     IF NOT RUN-IS-LISTED
003290         GO TO 3000-CHECK-BALANCE-EXIT
003300     END-IF
003310     ADD 1 TO WS-OUT-OF-BALANCE
003320     MOVE "OUT OF BALANCE - END SHOULD BE"   TO WF-MESSAGE
003330     MOVE "A "                   TO WF-FIRST-TAG
003340     MOVE WS-EXPECTED-ACTIVE     TO WF-FIRST-COUNT
003350     MOVE "T "                   TO WF-SECOND-TAG
003360     MOVE WS-EXPECTED-TERMINATED TO WF-SECOND-COUNT
003370     PERFORM 4000-WRITE-FLAG-LINE.
003380 3000-CHECK-BALANCE-EXIT.
003390     EXIT.
003400
003410*> The start must be the end the run before left.  The
003420*> first run on the history has nothing to chain to.
003430 3100-CHECK-CHAIN.
003440     IF NOT PRIOR-RUN-SEEN OR NOT RUN-IS-LISTED
003450         GO TO 3100-CHECK-CHAIN-EXIT
003460     END-IF
003470     IF MT-START-ACTIVE = WS-PRIOR-END-ACTIVE AND
003480             MT-START-TERMINATED = WS-PRIOR-END-TERMINATED
003490         GO TO 3100-CHECK-CHAIN-EXIT
003500     END-IF
003510     ADD 1 TO WS-CHAIN-BREAKS
003520     MOVE SPACES TO WF-MESSAGE
003530     STRING "CHAIN BREAK - " DELIMITED BY SIZE
003540            WS-PRIOR-JOB-NAME DELIMITED BY SPACE
003550            " ENDED AT" DELIMITED BY SIZE
003560         INTO WF-MESSAGE
003570     END-STRING
003580     MOVE "A "                    TO WF-FIRST-TAG
003590     MOVE WS-PRIOR-END-ACTIVE     TO WF-FIRST-COUNT
003600     MOVE "T "                    TO WF-SECOND-TAG
003610     MOVE WS-PRIOR-END-TERMINATED TO WF-SECOND-COUNT
003620     PERFORM 4000-WRITE-FLAG-LINE.
003630 3100-CHECK-CHAIN-EXIT.
003640     EXIT.
003650
003660*> A reload is not held to the run before it - it puts the
003670*> backup image back, whatever the master held - but what
003680*> it left on the master must tie to the backup trailer.
003690 3200-CHECK-RELOAD.
003700     IF NOT RUN-IS-LISTED
003710         GO TO 3200-CHECK-RELOAD-EXIT
003720     END-IF
003730     MOVE "      "                      TO WF-MARK
003740     MOVE "CHAIN RESTARTED FROM BACKUP - TRAILER" TO WF-MESSAGE
003750     MOVE SPACES                        TO WF-FIRST-TAG
003760     MOVE MT-BACKUP-COUNT               TO WF-FIRST-COUNT
003770     MOVE SPACES                        TO WF-SECOND
003780     WRITE PROOF-REPORT-RECORD FROM WS-FLAG-LINE
003790     COMPUTE WS-END-TOTAL = MT-END-ACTIVE + MT-END-TERMINATED
003800     IF WS-END-TOTAL = MT-BACKUP-COUNT
003810         GO TO 3200-CHECK-RELOAD-EXIT
003820     END-IF
003830     ADD 1 TO WS-RESTORES-NOT-TIED
003840     MOVE "RELOADED MASTER DOES NOT TIE TO TRAILER" TO WF-MESSAGE
003850     MOVE SPACES                        TO WF-FIRST-TAG
003860     MOVE WS-END-TOTAL                  TO WF-FIRST-COUNT
003870     MOVE SPACES                        TO WF-SECOND
003880     PERFORM 4000-WRITE-FLAG-LINE.
003890 3200-CHECK-RELOAD-EXIT.
003900     EXIT.
003910
003920*> A recovery replays on top of the reload it follows, so
003930*> it must come straight after one, and the master it
003940*> leaves must be the trailer count plus the adds less the
003950*> purges it replayed.
003960 3300-CHECK-RECOVERY.
003970     IF NOT RUN-IS-LISTED
003980         GO TO 3300-CHECK-RECOVERY-EXIT
003990     END-IF
004000     IF NOT PRIOR-RUN-WAS-RELOAD
004010         ADD 1 TO WS-RESTORES-NOT-TIED
004020         MOVE "RECOVERY DOES NOT FOLLOW A RELOAD" TO WF-MESSAGE
004030         MOVE SPACES TO WF-FIRST
004040         MOVE SPACES TO WF-SECOND
004050         PERFORM 4000-WRITE-FLAG-LINE
004060         GO TO 3300-CHECK-RECOVERY-EXIT
004070     END-IF
004080     COMPUTE WS-EXPECTED-TOTAL =
004090         WS-RELOAD-TRAILER + MT-ADDS - MT-PURGES
004100     COMPUTE WS-END-TOTAL = MT-END-ACTIVE + MT-END-TERMINATED
004110     IF WS-END-TOTAL = WS-EXPECTED-TOTAL
004120         GO TO 3300-CHECK-RECOVERY-EXIT
004130     END-IF
004140     ADD 1 TO WS-RESTORES-NOT-TIED
004150     MOVE "RECOVERY NOT TRAILER + REPLAY - SHOULD BE"
004160         TO WF-MESSAGE
004170     MOVE SPACES            TO WF-FIRST-TAG
004180     MOVE WS-EXPECTED-TOTAL TO WF-FIRST-COUNT
004190     MOVE SPACES            TO WF-SECOND
004200     PERFORM 4000-WRITE-FLAG-LINE.
004210 3300-CHECK-RECOVERY-EXIT.
004220     EXIT.
004230
004240 4000-WRITE-FLAG-LINE.
004250     MOVE "  *** " TO WF-MARK
004260     WRITE PROOF-REPORT-RECORD FROM WS-FLAG-LINE
004270     SET RUN-IS-FLAGGED TO TRUE.
004280
004290*> The last run's end totals are what the master should
004300*> hold now.
004310 6000-WRITE-TOTALS.
004320     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE
004330     MOVE "STATISTICS RECORDS READ:"  TO WL-LABEL
004340     MOVE WS-STATS-READ               TO WL-COUNT
004350     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
004360     MOVE "RUNS LISTED:"              TO WL-LABEL
004370     MOVE WS-RUNS-LISTED              TO WL-COUNT
004380     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
004390     MOVE "RUNS OUT OF BALANCE:"      TO WL-LABEL
004400     MOVE WS-OUT-OF-BALANCE           TO WL-COUNT
004410     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
004420     MOVE "CHAIN BREAKS:"             TO WL-LABEL
004430     MOVE WS-CHAIN-BREAKS             TO WL-COUNT
004440     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
004450     MOVE "RELOADS/RECOVERIES NOT TIED:" TO WL-LABEL
004460     MOVE WS-RESTORES-NOT-TIED        TO WL-COUNT
004470     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
004480     MOVE "RUNS FLAGGED:"             TO WL-LABEL
004490     MOVE WS-RUNS-FLAGGED             TO WL-COUNT
004500     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
004510     WRITE PROOF-REPORT-RECORD FROM WS-BLANK-LINE
004520     MOVE "MASTER ACTIVE AT LAST RUN:" TO WL-LABEL
004530     MOVE WS-PRIOR-END-ACTIVE         TO WL-COUNT
004540     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE
004550     MOVE "MASTER TERMED AT LAST RUN:" TO WL-LABEL
004560     MOVE WS-PRIOR-END-TERMINATED     TO WL-COUNT
004570     WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE.
004580
004590*> A flagged proof ends with return code 8, which marks the
004600*> run for the operator - no job in the stream waits on it.
004610 8000-TERMINATE.
004620     CLOSE MASTER-STATISTICS
004630     CLOSE PROOF-REPORT
004640     DISPLAY "STATISTICS RECORDS READ:" WS-STATS-READ
004650     DISPLAY "RUNS LISTED:            " WS-RUNS-LISTED
004660     DISPLAY "RUNS FLAGGED:           " WS-RUNS-FLAGGED
004670     IF WS-RUNS-FLAGGED > 0
004680         MOVE 8 TO RETURN-CODE
004690     END-IF.
