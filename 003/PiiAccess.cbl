000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PiiAccess.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  PERSONNEL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Monthly PII access report.  Reads the PIIDISCL log every *
000090* program appends to when its MASKPARM card shows SSNs in  *
000100* full, and summarizes the disclosures in the period on    *
000110* the PIIPARM card by requester and, within requester, by  *
000120* program: the runs, the reports produced and the SSNs     *
000130* shown.  Each requester closes with a total line; one not *
000140* on the PIIAPPR approved-requester list is flagged there. *
000150*                                                          *
000160* A run writes its disclosure records together under one   *
000170* program, run date and time, so a change in any of those  *
000180* or in the requester starts a new run.  A flagged report  *
000190* ends with return code 8.                                 *
000200*                                                          *
000210* MODIFICATION HISTORY                                     *
000220* 2026-10-14 TJM  Original PII access report.              *
000230*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PII-DISCLOSURES ASSIGN TO "PIIDISCL"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS   IS WS-DISC-FILE-STATUS.
000310
000320     SELECT PII-ACCESS-PARM ASSIGN TO "PIIPARM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS   IS WS-PARM-FILE-STATUS.
000350
000360     SELECT APPROVED-REQUESTERS ASSIGN TO "PIIAPPR"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS   IS WS-APPR-FILE-STATUS.
000390
000400     SELECT PII-ACCESS-REPORT ASSIGN TO "PIIRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PII-DISCLOSURES
000460     RECORD CONTAINS 60 CHARACTERS.
000470     COPY PIIDISC.
000480
000490*> The reporting period, both dates inclusive.  The card
000500*> is not optional, the same as the activity summary's.
000510 FD  PII-ACCESS-PARM
000520     RECORD CONTAINS 16 CHARACTERS.
000530 01  PII-ACCESS-PARM-RECORD.
000540     05  AV-FROM-DATE            PIC X(08).
000550     05  AV-TO-DATE              PIC X(08).
000560
000570*> One card per requester cleared to see full SSNs, kept
000580*> by the security officer: the ID as it is punched on the
000590*> MASKPARM card and the person's name for the report.
000600 FD  APPROVED-REQUESTERS
000610     RECORD CONTAINS 40 CHARACTERS.
000620 01  APPROVED-REQUESTER-RECORD.
000630     05  AR-REQUESTER-ID         PIC X(08).
000640     05  AR-REQUESTER-NAME       PIC X(30).
000650     05  FILLER                  PIC X(02).
000660
000670 FD  PII-ACCESS-REPORT
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  PII-ACCESS-REPORT-RECORD    PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720*> No log at all means no program has ever shown a full
000730*> SSN - the report still prints, empty.
000740 01  WS-DISC-FILE-STATUS         PIC X(02)    VALUE "00".
000750     88  WS-DISC-OPEN-OK             VALUE "00".
000760     88  WS-DISC-FILE-NOT-FOUND      VALUE "35".
000770
000780 01  WS-PARM-FILE-STATUS         PIC X(02)    VALUE "00".
000790     88  WS-PARM-FILE-NOT-FOUND      VALUE "35".
000800
000810 01  WS-APPR-FILE-STATUS         PIC X(02)    VALUE "00".
000820     88  WS-APPR-OPEN-OK             VALUE "00".
000830
000840 01  WS-SWITCHES.
000850     05  WS-END-OF-DISC-SW       PIC X(01)    VALUE "N".
000860         88  END-OF-DISCLOSURES      VALUE "Y".
000870     05  WS-END-OF-PARM-SW       PIC X(01)    VALUE "N".
000880         88  END-OF-PARM-CARD        VALUE "Y".
000890     05  WS-END-OF-APPR-SW       PIC X(01)    VALUE "N".
000900         88  END-OF-APPROVED-LIST    VALUE "Y".
000910     05  WS-APPROVED-SW          PIC X(01)    VALUE "N".
000920         88  REQUESTER-IS-APPROVED   VALUE "Y".
000930     05  WS-SWAPPED-SW           PIC X(01)    VALUE "N".
000940         88  A-SWAP-WAS-MADE         VALUE "Y".
000950
000960 01  WS-PERIOD-LIMITS.
000970     05  WS-FROM-DATE            PIC 9(08)    VALUE 0.
000980     05  WS-TO-DATE              PIC 9(08)    VALUE 0.
000990
001000 01  WS-COUNTERS.
001010     05  WS-DISC-READ            PIC 9(07)    VALUE 0.
001020     05  WS-DISC-IN-PERIOD       PIC 9(07)    VALUE 0.
001030     05  WS-TOTAL-REQUESTERS     PIC 9(05)    VALUE 0.
001040     05  WS-TOTAL-UNAPPROVED     PIC 9(05)    VALUE 0.
001050     05  WS-TOTAL-RUNS           PIC 9(07)    VALUE 0.
001060     05  WS-TOTAL-REPORTS        PIC 9(07)    VALUE 0.
001070     05  WS-TOTAL-SSNS           PIC 9(09)    VALUE 0.
001080
001090*> The approved-requester list, loaded whole at the start.
001100 01  WS-APPROVED-LIST.
001110     05  WS-APPR-COUNT           PIC 9(03)    VALUE 0.
001120     05  WS-APPR-ENTRY OCCURS 200 TIMES.
001130         10  WA-REQUESTER-ID     PIC X(08).
001140         10  WA-REQUESTER-NAME   PIC X(30).
001150 01  WS-APPR-SUB                 PIC 9(03)    VALUE 0.
001160
001170*> One slot per requester and program seen in the period,
001180*> built as the log is read and sorted for the report.
001190 01  WS-ACCESS-STATS.
001200     05  WS-ACCESS-COUNT         PIC 9(03)    VALUE 0.
001210     05  WS-ACCESS-ENTRY OCCURS 500 TIMES.
001220         10  WX-ACCESS-KEY.
001230             15  WX-REQUESTER-ID PIC X(08).
001240             15  WX-PROGRAM-NAME PIC X(15).
001250         10  WX-RUNS             PIC 9(05).
001260         10  WX-REPORTS          PIC 9(05).
001270         10  WX-SSNS             PIC 9(07).
001280 01  WS-ACCESS-SLOT              PIC 9(03)    VALUE 0.
001290 01  WS-ACCESS-SUB               PIC 9(03)    VALUE 0.
001300 01  WS-SORT-SUB                 PIC 9(03)    VALUE 0.
001310 01  WS-SORT-LIMIT               PIC 9(03)    VALUE 0.
001320 01  WS-SWAP-ENTRY               PIC X(40)    VALUE SPACES.
001330
001340 01  WS-LOOKUP-KEY.
001350     05  WS-LOOKUP-REQUESTER     PIC X(08)    VALUE SPACES.
001360     05  WS-LOOKUP-PROGRAM       PIC X(15)    VALUE SPACES.
001370
001380*> The run the last disclosure record belonged to - a
001390*> record that differs in any of these opens a new run.
001400 01  WS-LAST-RUN.
001410     05  WS-LAST-PROGRAM         PIC X(15)    VALUE SPACES.
001420     05  WS-LAST-DATE            PIC 9(08)    VALUE 0.
001430     05  WS-LAST-TIME            PIC 9(08)    VALUE 0.
001440     05  WS-LAST-REQUESTER       PIC X(08)    VALUE SPACES.
001450
001460*> Requester control break on the sorted table.
001470 01  WS-CURRENT-REQUESTER        PIC X(08)    VALUE LOW-VALUES.
001480 01  WS-REQUESTER-TOTALS.
001490     05  WS-REQ-RUNS             PIC 9(07)    VALUE 0.
001500     05  WS-REQ-REPORTS          PIC 9(07)    VALUE 0.
001510     05  WS-REQ-SSNS             PIC 9(09)    VALUE 0.
001520
001530 01  WS-PAGE-HEADER.
001540     05  FILLER                  PIC X(28)
001550         VALUE "PII ACCESS REPORT           ".
001560     05  WP-FROM-DATE            PIC 9(08).
001570     05  FILLER                  PIC X(03)    VALUE " - ".
001580     05  WP-TO-DATE              PIC 9(08).
001590     05  FILLER                  PIC X(33)    VALUE SPACES.
001600
001610 01  WS-COLUMN-HEADER.
001620     05  FILLER                  PIC X(10)    VALUE "REQUESTER ".
001630     05  FILLER                  PIC X(17)
001640         VALUE "PROGRAM          ".
001650     05  FILLER                  PIC X(07)    VALUE "   RUNS".
001660     05  FILLER                  PIC X(09)    VALUE "  REPORTS".
001670     05  FILLER                  PIC X(12)
001675         VALUE "  SSNS SHOWN".
001680     05  FILLER                  PIC X(25)    VALUE SPACES.
001690
001700 01  WS-DETAIL-LINE.
001710     05  WL-REQUESTER-ID         PIC X(08).
001720     05  FILLER                  PIC X(02)    VALUE SPACES.
001730     05  WL-PROGRAM-NAME         PIC X(15).
001740     05  FILLER                  PIC X(02)    VALUE SPACES.
001750     05  WL-RUNS                 PIC ZZZZZZ9.
001760     05  WL-REPORTS              PIC ZZZZZZZZ9.
001770     05  FILLER                  PIC X(01)    VALUE SPACES.
001780     05  WL-SSNS                 PIC ZZZZZZZZZZ9.
001790     05  FILLER                  PIC X(25)    VALUE SPACES.
001800
001810*> The requester's total line names the person off the
001820*> approved list - the column takes the first fifteen
001825*> characters - or flags a requester not on it.
001830 01  WS-REQUESTER-LINE.
001840     05  FILLER                  PIC X(10)    VALUE SPACES.
001850     05  WR-REQUESTER-NAME       PIC X(15).
001860     05  FILLER                  PIC X(02)    VALUE SPACES.
001870     05  WR-RUNS                 PIC ZZZZZZ9.
001880     05  WR-REPORTS              PIC ZZZZZZZZ9.
001890     05  FILLER                  PIC X(01)    VALUE SPACES.
001900     05  WR-SSNS                 PIC ZZZZZZZZZZ9.
001910     05  FILLER                  PIC X(01)    VALUE SPACES.
001920     05  WR-FLAG                 PIC X(24).
001930
001940 01  WS-TOTAL-LINE.
001950     05  WL-LABEL                PIC X(30).
001960     05  WL-COUNT                PIC ZZZZZZZZ9.
001970     05  FILLER                  PIC X(41)    VALUE SPACES.
001980
001990 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
002000
002010 PROCEDURE DIVISION.
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE
002040     PERFORM 2000-SCAN-DISCLOSURES THRU
002050             2000-SCAN-DISCLOSURES-EXIT
002060         UNTIL END-OF-DISCLOSURES
002070     PERFORM 6000-WRITE-ACCESS-REPORT THRU
002080             6000-WRITE-ACCESS-REPORT-EXIT
002090     PERFORM 8000-TERMINATE
002100     STOP RUN.
002110
002120 1000-INITIALIZE.
002130     PERFORM 1100-READ-ACCESS-PARM THRU
002140             1100-READ-ACCESS-PARM-EXIT
002150     PERFORM 1200-LOAD-APPROVED-LIST THRU
002160             1200-LOAD-APPROVED-LIST-EXIT
002170     OPEN INPUT PII-DISCLOSURES
002180     IF WS-DISC-FILE-NOT-FOUND
002190         DISPLAY "NO PIIDISCL LOG - NO FULL SSNS EVER SHOWN"
002200         SET END-OF-DISCLOSURES TO TRUE
002210     ELSE
002220         IF NOT WS-DISC-OPEN-OK
002230             DISPLAY "PII DISCLOSURE LOG OPEN FAILED - STATUS "
002240                 WS-DISC-FILE-STATUS
002250             MOVE 8 TO RETURN-CODE
002260             STOP RUN
002270         END-IF
002280         PERFORM 2100-READ-DISCLOSURE
002290     END-IF
002300     OPEN OUTPUT PII-ACCESS-REPORT.
002310
002320*> The period card is NOT optional - the report is owed for
002330*> a stated month, never a guessed one.
002340 1100-READ-ACCESS-PARM.
002350     OPEN INPUT PII-ACCESS-PARM
002360     IF WS-PARM-FILE-NOT-FOUND
002370         DISPLAY "NO PIIPARM PERIOD CARD - NOTHING REPORTED"
002380         MOVE 8 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     READ PII-ACCESS-PARM
002420         AT END
002430             SET END-OF-PARM-CARD TO TRUE
002440     END-READ
002450     IF END-OF-PARM-CARD OR
002460             AV-FROM-DATE IS NOT NUMERIC OR
002470             AV-TO-DATE IS NOT NUMERIC
002480         DISPLAY "PIIPARM PERIOD MISSING OR NOT NUMERIC"
002490         CLOSE PII-ACCESS-PARM
002500         MOVE 8 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002530     MOVE AV-FROM-DATE TO WS-FROM-DATE
002540     MOVE AV-TO-DATE   TO WS-TO-DATE
002550     CLOSE PII-ACCESS-PARM.
002560 1100-READ-ACCESS-PARM-EXIT.
002570     EXIT.
002580
002590*> The approved list is not optional either - without it
002600*> every requester would be flagged, which tells nobody
002610*> anything.  An empty list is taken at its word.
002620 1200-LOAD-APPROVED-LIST.
002630     OPEN INPUT APPROVED-REQUESTERS
002640     IF NOT WS-APPR-OPEN-OK
002650         DISPLAY "PIIAPPR APPROVED LIST OPEN FAILED - STATUS "
002660             WS-APPR-FILE-STATUS
002670         MOVE 8 TO RETURN-CODE
002680         STOP RUN
002690     END-IF
002700     PERFORM 1210-READ-APPROVED-CARD
002710     PERFORM 1220-STORE-APPROVED-CARD THRU
002720             1220-STORE-APPROVED-CARD-EXIT
002730         UNTIL END-OF-APPROVED-LIST
002740     CLOSE APPROVED-REQUESTERS.
002750 1200-LOAD-APPROVED-LIST-EXIT.
002760     EXIT.
002770
002780 1210-READ-APPROVED-CARD.
002790     READ APPROVED-REQUESTERS
002800         AT END
002810             SET END-OF-APPROVED-LIST TO TRUE
002820     END-READ.
002830
002840 1220-STORE-APPROVED-CARD.
002850     IF AR-REQUESTER-ID = SPACES
002860         GO TO 1220-STORE-APPROVED-CARD-NEXT
002870     END-IF
002880     IF WS-APPR-COUNT = 200
002890         DISPLAY "APPROVED REQUESTER TABLE FULL - RAISE THE TABLE"
002900         MOVE 8 TO RETURN-CODE
002910         STOP RUN
002920     END-IF
002930     ADD 1 TO WS-APPR-COUNT
002940     MOVE AR-REQUESTER-ID   TO WA-REQUESTER-ID   (WS-APPR-COUNT)
002950     MOVE AR-REQUESTER-NAME TO WA-REQUESTER-NAME (WS-APPR-COUNT).
002960 1220-STORE-APPROVED-CARD-NEXT.
002970     PERFORM 1210-READ-APPROVED-CARD.
002980 1220-STORE-APPROVED-CARD-EXIT.
002990     EXIT.
003000
003010*> Only the records inside the period count; the log is
003020*> the whole history and is never trimmed here.
003030 2000-SCAN-DISCLOSURES.
003040     ADD 1 TO WS-DISC-READ
003050     IF PD-RUN-DATE < WS-FROM-DATE OR
003060             PD-RUN-DATE > WS-TO-DATE
003070         GO TO 2000-SCAN-DISCLOSURES-NEXT
003080     END-IF
003090     ADD 1 TO WS-DISC-IN-PERIOD
003100     MOVE PD-REQUESTER-ID TO WS-LOOKUP-REQUESTER
003110     MOVE PD-PROGRAM-NAME TO WS-LOOKUP-PROGRAM
003120     PERFORM 5000-FIND-ACCESS-SLOT THRU
003130             5000-FIND-ACCESS-SLOT-EXIT
003140     IF PD-PROGRAM-NAME NOT = WS-LAST-PROGRAM OR
003150             PD-RUN-DATE NOT = WS-LAST-DATE OR
003160             PD-RUN-TIME NOT = WS-LAST-TIME OR
003170             PD-REQUESTER-ID NOT = WS-LAST-REQUESTER
003180         ADD 1 TO WX-RUNS (WS-ACCESS-SLOT)
003190         ADD 1 TO WS-TOTAL-RUNS
003200         MOVE PD-PROGRAM-NAME TO WS-LAST-PROGRAM
003210         MOVE PD-RUN-DATE     TO WS-LAST-DATE
003220         MOVE PD-RUN-TIME     TO WS-LAST-TIME
003230         MOVE PD-REQUESTER-ID TO WS-LAST-REQUESTER
003240     END-IF
003250     ADD 1             TO WX-REPORTS (WS-ACCESS-SLOT)
003260     ADD PD-SSNS-SHOWN TO WX-SSNS    (WS-ACCESS-SLOT)
003270     ADD 1             TO WS-TOTAL-REPORTS
003280     ADD PD-SSNS-SHOWN TO WS-TOTAL-SSNS.
003290 2000-SCAN-DISCLOSURES-NEXT.
003300     PERFORM 2100-READ-DISCLOSURE.
003310 2000-SCAN-DISCLOSURES-EXIT.
003320     EXIT.
003330
003340 2100-READ-DISCLOSURE.
003350     READ PII-DISCLOSURES
003360         AT END
003370             SET END-OF-DISCLOSURES TO TRUE
003380     END-READ.
003390
003400*> Finds - or opens - the slot for the requester and
003410*> program in WS-LOOKUP-KEY, leaving the slot number in
003420*> WS-ACCESS-SLOT.
003430 5000-FIND-ACCESS-SLOT.
003440     MOVE 0 TO WS-ACCESS-SLOT
003450     MOVE 1 TO WS-ACCESS-SUB
003460     PERFORM 5010-MATCH-ACCESS-SLOT THRU
003470             5010-MATCH-ACCESS-SLOT-EXIT
003480         UNTIL WS-ACCESS-SLOT > 0 OR
003490               WS-ACCESS-SUB > WS-ACCESS-COUNT
003500     IF WS-ACCESS-SLOT > 0
003510         GO TO 5000-FIND-ACCESS-SLOT-EXIT
003520     END-IF
003530     IF WS-ACCESS-COUNT = 500
003540         DISPLAY "PII ACCESS TABLE FULL - RAISE THE TABLE"
003550         MOVE 8 TO RETURN-CODE
003560         STOP RUN
003570     END-IF
003580     ADD 1 TO WS-ACCESS-COUNT
003590     MOVE WS-ACCESS-COUNT TO WS-ACCESS-SLOT
003600     MOVE WS-LOOKUP-KEY TO WX-ACCESS-KEY (WS-ACCESS-SLOT)
003610     MOVE 0 TO WX-RUNS    (WS-ACCESS-SLOT)
003620     MOVE 0 TO WX-REPORTS (WS-ACCESS-SLOT)
003630     MOVE 0 TO WX-SSNS    (WS-ACCESS-SLOT).
003640 5000-FIND-ACCESS-SLOT-EXIT.
003650     EXIT.
003660
003670 5010-MATCH-ACCESS-SLOT.
003680     IF WX-ACCESS-KEY (WS-ACCESS-SUB) = WS-LOOKUP-KEY
003690         MOVE WS-ACCESS-SUB TO WS-ACCESS-SLOT
003700     END-IF
003710     ADD 1 TO WS-ACCESS-SUB.
003720 5010-MATCH-ACCESS-SLOT-EXIT.
003730     EXIT.
003740
003750 6000-WRITE-ACCESS-REPORT.
003760     PERFORM 6100-SORT-ACCESS-SLOTS THRU
003770             6100-SORT-ACCESS-SLOTS-EXIT
003780     MOVE WS-FROM-DATE TO WP-FROM-DATE
003790     MOVE WS-TO-DATE   TO WP-TO-DATE
003800     WRITE PII-ACCESS-REPORT-RECORD FROM WS-PAGE-HEADER
003810     WRITE PII-ACCESS-REPORT-RECORD FROM WS-BLANK-LINE
003820     WRITE PII-ACCESS-REPORT-RECORD FROM WS-COLUMN-HEADER
003830     MOVE 1 TO WS-ACCESS-SUB
003840     PERFORM 6200-WRITE-ONE-ACCESS-LINE THRU
003850             6200-WRITE-ONE-ACCESS-LINE-EXIT
003860         UNTIL WS-ACCESS-SUB > WS-ACCESS-COUNT
003870     IF WS-ACCESS-COUNT > 0
003880         PERFORM 6300-WRITE-REQUESTER-TOTAL THRU
003890                 6300-WRITE-REQUESTER-TOTAL-EXIT
003895     ELSE
003897         WRITE PII-ACCESS-REPORT-RECORD FROM WS-BLANK-LINE
003900     END-IF
003920     MOVE "REQUESTERS:"               TO WL-LABEL
003930     MOVE WS-TOTAL-REQUESTERS         TO WL-COUNT
003940     WRITE PII-ACCESS-REPORT-RECORD FROM WS-TOTAL-LINE
003950     MOVE "NOT ON APPROVED LIST:"     TO WL-LABEL
003960     MOVE WS-TOTAL-UNAPPROVED         TO WL-COUNT
003970     WRITE PII-ACCESS-REPORT-RECORD FROM WS-TOTAL-LINE
003980     MOVE "UNMASKED RUNS:"            TO WL-LABEL
003990     MOVE WS-TOTAL-RUNS               TO WL-COUNT
004000     WRITE PII-ACCESS-REPORT-RECORD FROM WS-TOTAL-LINE
004010     MOVE "REPORTS PRODUCED:"        TO WL-LABEL
004020     MOVE WS-TOTAL-REPORTS            TO WL-COUNT
004030     WRITE PII-ACCESS-REPORT-RECORD FROM WS-TOTAL-LINE
004040     MOVE "SSNS SHOWN IN FULL:"       TO WL-LABEL
004050     MOVE WS-TOTAL-SSNS               TO WL-COUNT
004060     WRITE PII-ACCESS-REPORT-RECORD FROM WS-TOTAL-LINE.
004070 6000-WRITE-ACCESS-REPORT-EXIT.
004080     EXIT.
004090
004100*> Straight exchange sort on requester and program, the
004110*> same simple sort the activity summary uses.
004120 6100-SORT-ACCESS-SLOTS.
004130     IF WS-ACCESS-COUNT < 2
004140         GO TO 6100-SORT-ACCESS-SLOTS-EXIT
004150     END-IF
004160     SET A-SWAP-WAS-MADE TO TRUE
004170     PERFORM 6110-ONE-SORT-PASS THRU
004180             6110-ONE-SORT-PASS-EXIT
004190         UNTIL NOT A-SWAP-WAS-MADE.
004200 6100-SORT-ACCESS-SLOTS-EXIT.
004210     EXIT.
004220
004230 6110-ONE-SORT-PASS.
004240     MOVE "N" TO WS-SWAPPED-SW
004250     COMPUTE WS-SORT-LIMIT = WS-ACCESS-COUNT - 1
004260     MOVE 1 TO WS-SORT-SUB
004270     PERFORM 6120-COMPARE-ADJACENT-SLOTS THRU
004280             6120-COMPARE-ADJACENT-SLOTS-EXIT
004290         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
004300 6110-ONE-SORT-PASS-EXIT.
004310     EXIT.
004320
004330 6120-COMPARE-ADJACENT-SLOTS.
004340     COMPUTE WS-ACCESS-SUB = WS-SORT-SUB + 1
004350     IF WX-ACCESS-KEY (WS-SORT-SUB) >
004360             WX-ACCESS-KEY (WS-ACCESS-SUB)
004370         MOVE WS-ACCESS-ENTRY (WS-SORT-SUB)
004380             TO WS-SWAP-ENTRY
004390         MOVE WS-ACCESS-ENTRY (WS-ACCESS-SUB)
004400             TO WS-ACCESS-ENTRY (WS-SORT-SUB)
004410         MOVE WS-SWAP-ENTRY
004420             TO WS-ACCESS-ENTRY (WS-ACCESS-SUB)
004430         SET A-SWAP-WAS-MADE TO TRUE
004440     END-IF
004450     ADD 1 TO WS-SORT-SUB.
004460 6120-COMPARE-ADJACENT-SLOTS-EXIT.
004470     EXIT.
004480
004490*> A change of requester closes out the one before it; the
004500*> requester ID prints on the first of its lines only.
004510 6200-WRITE-ONE-ACCESS-LINE.
004520     MOVE SPACES TO WS-DETAIL-LINE
004530     IF WX-REQUESTER-ID (WS-ACCESS-SUB) NOT = WS-CURRENT-REQUESTER
004540         IF WS-CURRENT-REQUESTER NOT = LOW-VALUES
004550             PERFORM 6300-WRITE-REQUESTER-TOTAL THRU
004560                     6300-WRITE-REQUESTER-TOTAL-EXIT
004570         END-IF
004580         MOVE WX-REQUESTER-ID (WS-ACCESS-SUB)
004590             TO WS-CURRENT-REQUESTER
004600         MOVE 0 TO WS-REQ-RUNS
004610         MOVE 0 TO WS-REQ-REPORTS
004620         MOVE 0 TO WS-REQ-SSNS
004630         ADD 1 TO WS-TOTAL-REQUESTERS
004640         MOVE WS-CURRENT-REQUESTER TO WL-REQUESTER-ID
004650     END-IF
004660     MOVE WX-PROGRAM-NAME (WS-ACCESS-SUB) TO WL-PROGRAM-NAME
004670     MOVE WX-RUNS         (WS-ACCESS-SUB) TO WL-RUNS
004680     MOVE WX-REPORTS      (WS-ACCESS-SUB) TO WL-REPORTS
004690     MOVE WX-SSNS         (WS-ACCESS-SUB) TO WL-SSNS
004700     ADD WX-RUNS    (WS-ACCESS-SUB) TO WS-REQ-RUNS
004710     ADD WX-REPORTS (WS-ACCESS-SUB) TO WS-REQ-REPORTS
004720     ADD WX-SSNS    (WS-ACCESS-SUB) TO WS-REQ-SSNS
004730     WRITE PII-ACCESS-REPORT-RECORD FROM WS-DETAIL-LINE
004740     ADD 1 TO WS-ACCESS-SUB.
004750 6200-WRITE-ONE-ACCESS-LINE-EXIT.
004760     EXIT.
004770
004780 6300-WRITE-REQUESTER-TOTAL.
004790     MOVE SPACES TO WS-REQUESTER-LINE
004800     PERFORM 6400-CHECK-APPROVED-LIST THRU
004810             6400-CHECK-APPROVED-LIST-EXIT
004820     IF REQUESTER-IS-APPROVED
004830         MOVE WA-REQUESTER-NAME (WS-APPR-SUB) TO WR-REQUESTER-NAME
004840     ELSE
004850         MOVE "REQUESTER TOTAL"          TO WR-REQUESTER-NAME
004860         MOVE "*** NOT ON APPROVED LIST" TO WR-FLAG
004870         ADD 1 TO WS-TOTAL-UNAPPROVED
004880     END-IF
004890     MOVE WS-REQ-RUNS    TO WR-RUNS
004900     MOVE WS-REQ-REPORTS TO WR-REPORTS
004910     MOVE WS-REQ-SSNS    TO WR-SSNS
004920     WRITE PII-ACCESS-REPORT-RECORD FROM WS-REQUESTER-LINE
004930     WRITE PII-ACCESS-REPORT-RECORD FROM WS-BLANK-LINE.
004940 6300-WRITE-REQUESTER-TOTAL-EXIT.
004950     EXIT.
004960
004970*> Serial search of the approved list for the requester
004980*> in WS-CURRENT-REQUESTER.
004990 6400-CHECK-APPROVED-LIST.
005000     MOVE "N" TO WS-APPROVED-SW
005010     MOVE 1   TO WS-APPR-SUB
005020     PERFORM 6410-MATCH-APPROVED-ENTRY THRU
005030             6410-MATCH-APPROVED-ENTRY-EXIT
005040         UNTIL REQUESTER-IS-APPROVED OR
005050               WS-APPR-SUB > WS-APPR-COUNT.
005060 6400-CHECK-APPROVED-LIST-EXIT.
005070     EXIT.
005080
005090 6410-MATCH-APPROVED-ENTRY.
005100     IF WA-REQUESTER-ID (WS-APPR-SUB) = WS-CURRENT-REQUESTER
005110         SET REQUESTER-IS-APPROVED TO TRUE
005120     ELSE
005130         ADD 1 TO WS-APPR-SUB
005140     END-IF.
005150 6410-MATCH-APPROVED-ENTRY-EXIT.
005160     EXIT.
005170
005180*> A requester off the approved list ends the run with
005190*> return code 8, so the flag is not left to be noticed on
005200*> the listing alone.
005210 8000-TERMINATE.
005220     IF NOT WS-DISC-FILE-NOT-FOUND
005230         CLOSE PII-DISCLOSURES
005240     END-IF
005250     CLOSE PII-ACCESS-REPORT
005260     DISPLAY "DISCLOSURES READ:       " WS-DISC-READ
005270     DISPLAY "DISCLOSURES IN PERIOD:  " WS-DISC-IN-PERIOD
005280     DISPLAY "REQUESTERS:             " WS-TOTAL-REQUESTERS
005290     DISPLAY "NOT ON APPROVED LIST:   " WS-TOTAL-UNAPPROVED
005300     IF WS-TOTAL-UNAPPROVED > 0
005310         MOVE 8 TO RETURN-CODE
005320     END-IF.
