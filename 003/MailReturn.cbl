000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MailReturn.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  PERSONNEL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Mailing-vendor returned-mail step.  Reads the vendor's   *
000090* file of undeliverable pieces and postal address          *
000100* corrections and matches each return to EMPLOYEE-MASTER   *
000110* by SSN.                                                  *
000120*                                                          *
000130* A return carrying a corrected address becomes an address *
000140* "C" CHANGE transaction in EMPTRAN format on MAILCORR -   *
000150* only the fields that differ from the master - which goes *
000160* to the front-end edit and the master update as the       *
000170* EMPTRAN deck, so the correction is edited and audited    *
000180* like any other change.                                   *
000190*                                                          *
000200* A piece returned undeliverable with no correction puts   *
000210* the employee on the BAD-ADDRESS file with the address    *
000220* that bounced.  MailExtract and MailDelta hold the        *
000230* employee out for as long as the master still carries     *
000240* that address.  Each run then walks the file: a hold      *
000250* whose master address has since changed (or whose         *
000260* employee is gone) is released and dropped, and the rest  *
000270* print on the bad-address list for HR to follow up.       *
000280* Returns that cannot be worked - unknown return type, SSN *
000290* not on the master - print with the reason.  SSNs print   *
000300* masked.                                                  *
000310*                                                          *
000320* MODIFICATION HISTORY                                     *
000330* 2026-10-14 TJM  Original returned-mail step.             *
000340*----------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT VENDOR-RETURNS ASSIGN TO "MAILRTN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS   IS WS-RETURN-FILE-STATUS.
000420
000430     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS EM-SSN-KEY
000470         ALTERNATE RECORD KEY IS EM-LNAME
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-MASTER-FILE-STATUS.
000500
000510     SELECT BAD-ADDRESS ASSIGN TO "BADADDR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS BA-SSN-KEY
000550         FILE STATUS IS WS-BAD-FILE-STATUS.
000560
000570     SELECT ADDRESS-CORRECTIONS ASSIGN TO "MAILCORR"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600     SELECT RETURN-REPORT ASSIGN TO "BADADRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*> One record per returned piece.  A return with a street
000660*> in the corrected-address fields is a correction whatever
000670*> its type; an undeliverable with the fields blank is a
000680*> bad address.
000690 FD  VENDOR-RETURNS
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  VENDOR-RETURN-RECORD.
000720     05  VR-RETURN-TYPE          PIC X(01).
000730         88  VR-IS-CORRECTION        VALUE "C".
000740         88  VR-IS-UNDELIVERABLE     VALUE "U".
000750     05  VR-SSN-KEY              PIC X(09).
000760     05  VR-LNAME                PIC X(10).
000770     05  VR-FNAME                PIC X(10).
000780     05  VR-STREET               PIC X(20).
000790     05  VR-CITY                 PIC X(10).
000800     05  VR-STATE                PIC X(02).
000810     05  VR-ZIP                  PIC X(09).
000820     05  FILLER                  PIC X(09).
000830
000840 FD  EMPLOYEE-MASTER
000850     RECORD CONTAINS 100 CHARACTERS.
000860     COPY EMPREC.
000870
000880 FD  BAD-ADDRESS
000890     RECORD CONTAINS 60 CHARACTERS.
000900     COPY BADADDR.
000910
000920 FD  ADDRESS-CORRECTIONS
000930     RECORD CONTAINS 110 CHARACTERS.
000940     COPY EMPTRAN.
000950
000960 FD  RETURN-REPORT
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  RETURN-REPORT-RECORD        PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-RETURN-FILE-STATUS       PIC X(02)    VALUE "00".
001020     88  WS-RETURN-OPEN-OK           VALUE "00".
001030
001040 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
001050     88  WS-MASTER-OPEN-OK           VALUE "00".
001060
001070 01  WS-BAD-FILE-STATUS          PIC X(02)    VALUE "00".
001080     88  WS-BAD-OPEN-OK              VALUE "00".
001090     88  WS-BAD-FILE-NOT-FOUND       VALUE "35".
001100
001110 01  WS-SWITCHES.
001120     05  WS-END-OF-RETURNS-SW    PIC X(01)    VALUE "N".
001130         88  END-OF-RETURNS          VALUE "Y".
001140     05  WS-END-OF-BAD-SW        PIC X(01)    VALUE "N".
001150         88  END-OF-BAD-ADDRESSES    VALUE "Y".
001160     05  WS-ON-MASTER-SW         PIC X(01)    VALUE "N".
001170         88  EMPLOYEE-ON-MASTER      VALUE "Y".
001180
001190 01  WS-RUN-DATE                 PIC 9(08)    VALUE 0.
001200
001210 01  WS-COUNTERS.
001220     05  WS-RETURNS-READ         PIC 9(07)    VALUE 0.
001230     05  WS-CHANGES-WRITTEN      PIC 9(07)    VALUE 0.
001240     05  WS-ALREADY-ON-MASTER    PIC 9(07)    VALUE 0.
001250     05  WS-HOLDS-RECORDED       PIC 9(07)    VALUE 0.
001260     05  WS-RETURNS-REFUSED      PIC 9(07)    VALUE 0.
001270     05  WS-HOLDS-OUTSTANDING    PIC 9(07)    VALUE 0.
001280     05  WS-HOLDS-RELEASED       PIC 9(07)    VALUE 0.
001290
001300 01  WS-DISPOSITION              PIC X(30)    VALUE SPACES.
001310
001320 01  WS-RETURN-HEADER.
001330     05  FILLER                  PIC X(40)
001340         VALUE "  T  SSN          NAME       STREET     ".
001350     05  FILLER                  PIC X(40)
001360         VALUE "          DISPOSITION                   ".
001370
001380 01  WS-RETURN-LINE.
001390     05  FILLER                  PIC X(02)    VALUE SPACES.
001400     05  WR-RETURN-TYPE          PIC X(01).
001410     05  FILLER                  PIC X(02)    VALUE SPACES.
001420     05  WR-SSN                  PIC X(11).
001430     05  FILLER                  PIC X(02)    VALUE SPACES.
001440     05  WR-LNAME                PIC X(10).
001450     05  FILLER                  PIC X(01)    VALUE SPACES.
001460     05  WR-STREET               PIC X(20).
001470     05  FILLER                  PIC X(01)    VALUE SPACES.
001480     05  WR-DISPOSITION          PIC X(30).
001490
001500 01  WS-HOLD-HEADER.
001510     05  FILLER                  PIC X(40)
001520         VALUE "  SSN         NAME                  DEPT".
001530     05  FILLER                  PIC X(40)
001540         VALUE " STREET               RETURNED STATUS   ".
001550
001560 01  WS-HOLD-LINE.
001570     05  FILLER                  PIC X(02)    VALUE SPACES.
001580     05  WB-SSN                  PIC X(11).
001590     05  FILLER                  PIC X(01)    VALUE SPACES.
001600     05  WB-LNAME                PIC X(10).
001610     05  FILLER                  PIC X(01)    VALUE SPACES.
001620     05  WB-FNAME                PIC X(10).
001630     05  FILLER                  PIC X(01)    VALUE SPACES.
001640     05  WB-DEPT-CODE            PIC X(04).
001650     05  FILLER                  PIC X(01)    VALUE SPACES.
001660     05  WB-STREET               PIC X(20).
001670     05  FILLER                  PIC X(01)    VALUE SPACES.
001680     05  WB-RETURN-DATE          PIC 9(08).
001690     05  FILLER                  PIC X(01)    VALUE SPACES.
001700     05  WB-STATUS               PIC X(08).
001710     05  FILLER                  PIC X(01)    VALUE SPACES.
001720
001730 01  WS-TOTAL-LINE.
001740     05  WL-LABEL                PIC X(30).
001750     05  WL-COUNT                PIC ZZZZZZ9.
001760     05  FILLER                  PIC X(43)    VALUE SPACES.
001770
001780 01  WS-REPORT-LINE              PIC X(80)    VALUE SPACES.
001790 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
001800
001810*> SSNs always print masked - "XXX-XX-nnnn" - with the
001820*> same breakdown the other jobs use.
001830 01  WS-SSN-FORMAT.
001840     05  WS-SSN-IN               PIC X(09).
001850     05  WS-SSN-IN-BREAKDOWN REDEFINES WS-SSN-IN.
001860         10  WS-SSN-IN-A         PIC X(03).
001870         10  WS-SSN-IN-B         PIC X(02).
001880         10  WS-SSN-IN-C         PIC X(04).
001890     05  WS-SSN-OUT              PIC X(11).
001900
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940     PERFORM 2000-WORK-RETURN THRU
001950             2000-WORK-RETURN-EXIT
001960         UNTIL END-OF-RETURNS
001970     PERFORM 5000-LIST-HELD-ADDRESSES THRU
001980             5000-LIST-HELD-ADDRESSES-EXIT
001990     PERFORM 6000-WRITE-TOTALS
002000     PERFORM 8000-TERMINATE
002010     STOP RUN.
002020
002030*> The first run creates the bad-address file empty.
002040 1000-INITIALIZE.
002050     OPEN INPUT VENDOR-RETURNS
002060     IF NOT WS-RETURN-OPEN-OK
002070         DISPLAY "VENDOR RETURN FILE OPEN FAILED - STATUS "
002080             WS-RETURN-FILE-STATUS
002090         STOP RUN
002100     END-IF
002110     OPEN INPUT EMPLOYEE-MASTER
002120     IF NOT WS-MASTER-OPEN-OK
002130         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
002140             WS-MASTER-FILE-STATUS
002150         STOP RUN
002160     END-IF
002170     OPEN I-O BAD-ADDRESS
002180     IF WS-BAD-FILE-NOT-FOUND
002190         OPEN OUTPUT BAD-ADDRESS
002200         CLOSE BAD-ADDRESS
002210         OPEN I-O BAD-ADDRESS
002220     END-IF
002230     IF NOT WS-BAD-OPEN-OK
002240         DISPLAY "BAD ADDRESS FILE OPEN FAILED - STATUS "
002250             WS-BAD-FILE-STATUS
002260         STOP RUN
002270     END-IF
002280     OPEN OUTPUT ADDRESS-CORRECTIONS
002290     OPEN OUTPUT RETURN-REPORT
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002310     MOVE "VENDOR RETURNED MAIL - RETURNS WORKED"
002315         TO WS-REPORT-LINE
002320     WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE
002330     WRITE RETURN-REPORT-RECORD FROM WS-BLANK-LINE
002340     WRITE RETURN-REPORT-RECORD FROM WS-RETURN-HEADER
002350     PERFORM 2100-READ-RETURN.
002360
002370*> Every return prints once with what became of it.
002380 2000-WORK-RETURN.
002390     ADD 1 TO WS-RETURNS-READ
002400     MOVE SPACES TO WS-DISPOSITION
002410     IF NOT VR-IS-CORRECTION AND NOT VR-IS-UNDELIVERABLE
002420         MOVE "REFUSED - UNKNOWN RETURN TYPE" TO WS-DISPOSITION
002430         ADD 1 TO WS-RETURNS-REFUSED
002440         GO TO 2000-WORK-PRINT
002450     END-IF
002460     PERFORM 2200-READ-MASTER
002470     IF NOT EMPLOYEE-ON-MASTER
002480         MOVE "REFUSED - SSN NOT ON MASTER" TO WS-DISPOSITION
002490         ADD 1 TO WS-RETURNS-REFUSED
002500         GO TO 2000-WORK-PRINT
002510     END-IF
002520     IF VR-STREET NOT = SPACES
002530         PERFORM 3000-WRITE-CORRECTION
002540         GO TO 2000-WORK-PRINT
002550     END-IF
002560     IF VR-IS-CORRECTION
002570         MOVE "REFUSED - NO CORRECTED ADDRESS" TO WS-DISPOSITION
002580         ADD 1 TO WS-RETURNS-REFUSED
002590         GO TO 2000-WORK-PRINT
002600     END-IF
002610     PERFORM 4000-RECORD-BAD-ADDRESS.
002620 2000-WORK-PRINT.
002630     PERFORM 2300-WRITE-RETURN-LINE
002640     PERFORM 2100-READ-RETURN.
002650 2000-WORK-RETURN-EXIT.
002660     EXIT.
002670
002680 2100-READ-RETURN.
002690     READ VENDOR-RETURNS
002700         AT END
002710             SET END-OF-RETURNS TO TRUE
002720     END-READ.
002730
002740 2200-READ-MASTER.
002750     MOVE "Y" TO WS-ON-MASTER-SW
002760     MOVE VR-SSN-KEY TO EM-SSN-KEY
002770     READ EMPLOYEE-MASTER
002780         INVALID KEY
002790             MOVE "N" TO WS-ON-MASTER-SW
002800     END-READ.
002810
002820*> The name is the master's when the employee is on file,
002830*> the vendor's when not; the street is the one the return
002840*> is about - the correction, or the address that bounced.
002850 2300-WRITE-RETURN-LINE.
002860     MOVE VR-RETURN-TYPE TO WR-RETURN-TYPE
002870     MOVE VR-SSN-KEY     TO WS-SSN-IN
002880     PERFORM 7000-FORMAT-SSN-DISPLAY
002890     MOVE WS-SSN-OUT     TO WR-SSN
002900     IF EMPLOYEE-ON-MASTER
002910         MOVE EM-LNAME   TO WR-LNAME
002920     ELSE
002930         MOVE VR-LNAME   TO WR-LNAME
002940     END-IF
002950     IF VR-STREET NOT = SPACES OR NOT EMPLOYEE-ON-MASTER
002960         MOVE VR-STREET  TO WR-STREET
002970     ELSE
002980         MOVE EM-STREET  TO WR-STREET
002990     END-IF
003000     MOVE WS-DISPOSITION TO WR-DISPOSITION
003010     WRITE RETURN-REPORT-RECORD FROM WS-RETURN-LINE.
003020
003030*> A CHANGE carries only the address fields the vendor has
003040*> corrected - a field the return leaves blank, or that
003050*> already matches the master, stays blank on the card.
003060 3000-WRITE-CORRECTION.
003070     MOVE SPACES         TO EMPLOYEE-TRANSACTION-RECORD
003080     MOVE "C"            TO ET-TRANS-CODE
003090     MOVE EM-SSN-KEY     TO ET-SSN-KEY
003100     IF VR-STREET NOT = EM-STREET
003110         MOVE VR-STREET  TO ET-STREET
003120     END-IF
003130     IF VR-CITY NOT = SPACES AND VR-CITY NOT = EM-CITY
003140         MOVE VR-CITY    TO ET-CITY
003150     END-IF
003160     IF VR-STATE NOT = SPACES AND VR-STATE NOT = EM-STATE
003170         MOVE VR-STATE   TO ET-STATE
003180     END-IF
003190     IF VR-ZIP NOT = SPACES AND VR-ZIP NOT = EM-ZIP
003200         MOVE VR-ZIP     TO ET-ZIP
003210     END-IF
003220     IF ET-STREET = SPACES AND ET-CITY = SPACES AND
003230             ET-STATE = SPACES AND ET-ZIP = SPACES
003240         MOVE "CORRECTION ALREADY ON MASTER" TO WS-DISPOSITION
003250         ADD 1 TO WS-ALREADY-ON-MASTER
003260     ELSE
003270         WRITE EMPLOYEE-TRANSACTION-RECORD
003280         MOVE "ADDRESS CHANGE CARD WRITTEN" TO WS-DISPOSITION
003290         ADD 1 TO WS-CHANGES-WRITTEN
003300     END-IF.
003310
003320*> The hold records the master address that bounced; a
003330*> second return for the same employee refreshes it.  An
003340*> employee with no street on file is already out of the
003350*> mailing and needs no hold.
003360 4000-RECORD-BAD-ADDRESS.
003370     IF EM-STREET = SPACES
003380         MOVE "NO ADDRESS ON MASTER - NO HOLD" TO WS-DISPOSITION
003390         ADD 1 TO WS-RETURNS-REFUSED
003400     ELSE
003410         MOVE SPACES      TO BAD-ADDRESS-RECORD
003420         MOVE EM-SSN-KEY  TO BA-SSN-KEY
003430         MOVE EM-STREET   TO BA-STREET
003440         MOVE EM-CITY     TO BA-CITY
003450         MOVE EM-STATE    TO BA-STATE
003460         MOVE EM-ZIP      TO BA-ZIP
003470         MOVE WS-RUN-DATE TO BA-RETURN-DATE
003480         WRITE BAD-ADDRESS-RECORD
003490             INVALID KEY
003500                 REWRITE BAD-ADDRESS-RECORD
003510         END-WRITE
003520         MOVE "HELD FROM MAILING - BAD ADDR" TO WS-DISPOSITION
003530         ADD 1 TO WS-HOLDS-RECORDED
003540     END-IF.
003550
003560*> The bad-address list: every hold on file, tonight's
003570*> included.  A hold whose master address has changed since
003580*> the return - or whose employee has left the master - is
003590*> released and dropped; the rest stay for HR.
003600 5000-LIST-HELD-ADDRESSES.
003610     WRITE RETURN-REPORT-RECORD FROM WS-BLANK-LINE
003620     MOVE "BAD-ADDRESS LIST - HELD FROM MAILING FOR HR FOLLOW-UP"
003630         TO WS-REPORT-LINE
003640     WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE
003650     WRITE RETURN-REPORT-RECORD FROM WS-BLANK-LINE
003660     WRITE RETURN-REPORT-RECORD FROM WS-HOLD-HEADER
003670     MOVE LOW-VALUES TO BA-SSN-KEY
003680     START BAD-ADDRESS KEY IS NOT LESS THAN BA-SSN-KEY
003690         INVALID KEY
003700             GO TO 5000-LIST-HELD-ADDRESSES-EXIT
003710     END-START
003720     PERFORM 5100-READ-BAD-ADDRESS
003730     PERFORM 5200-CHECK-ONE-HOLD THRU
003740             5200-CHECK-ONE-HOLD-EXIT
003750         UNTIL END-OF-BAD-ADDRESSES.
003760 5000-LIST-HELD-ADDRESSES-EXIT.
003770     EXIT.
003780
003790 5100-READ-BAD-ADDRESS.
003800     READ BAD-ADDRESS NEXT RECORD
003810         AT END
003820             SET END-OF-BAD-ADDRESSES TO TRUE
003830     END-READ.
003840
003850 5200-CHECK-ONE-HOLD.
003860     MOVE BA-SSN-KEY     TO WS-SSN-IN
003870     PERFORM 7000-FORMAT-SSN-DISPLAY
003880     MOVE WS-SSN-OUT     TO WB-SSN
003890     MOVE BA-STREET      TO WB-STREET
003900     MOVE BA-RETURN-DATE TO WB-RETURN-DATE
003910     MOVE "Y" TO WS-ON-MASTER-SW
003920     MOVE BA-SSN-KEY     TO EM-SSN-KEY
003930     READ EMPLOYEE-MASTER
003940         INVALID KEY
003950             MOVE "N" TO WS-ON-MASTER-SW
003960     END-READ
003970     IF NOT EMPLOYEE-ON-MASTER
003980         MOVE "**NOT ON**"  TO WB-LNAME
003990         MOVE "MASTER**"    TO WB-FNAME
004000         MOVE SPACES        TO WB-DEPT-CODE
004010         PERFORM 5300-RELEASE-HOLD
004020         GO TO 5200-CHECK-NEXT
004030     END-IF
004040     MOVE EM-LNAME       TO WB-LNAME
004050     MOVE EM-FNAME       TO WB-FNAME
004060     MOVE EM-DEPT-CODE   TO WB-DEPT-CODE
004070     IF EM-STREET NOT = BA-STREET OR EM-CITY NOT = BA-CITY OR
004080             EM-STATE NOT = BA-STATE OR EM-ZIP NOT = BA-ZIP
004090         PERFORM 5300-RELEASE-HOLD
004100         GO TO 5200-CHECK-NEXT
004110     END-IF
004120     MOVE "HELD"         TO WB-STATUS
004130     WRITE RETURN-REPORT-RECORD FROM WS-HOLD-LINE
004140     ADD 1 TO WS-HOLDS-OUTSTANDING.
004150 5200-CHECK-NEXT.
004160     PERFORM 5100-READ-BAD-ADDRESS.
004170 5200-CHECK-ONE-HOLD-EXIT.
004180     EXIT.
004190
004200 5300-RELEASE-HOLD.
004210     DELETE BAD-ADDRESS RECORD
004220         INVALID KEY
004230             DISPLAY "BAD ADDRESS DELETE FAILED - STATUS "
004240                 WS-BAD-FILE-STATUS
004250     END-DELETE
004260     MOVE "RELEASED"     TO WB-STATUS
004270     WRITE RETURN-REPORT-RECORD FROM WS-HOLD-LINE
004280     ADD 1 TO WS-HOLDS-RELEASED.
004290
004300 6000-WRITE-TOTALS.
004310     WRITE RETURN-REPORT-RECORD FROM WS-BLANK-LINE
004320     MOVE "RETURNS READ:"             TO WL-LABEL
004330     MOVE WS-RETURNS-READ             TO WL-COUNT
004340     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
004350     MOVE "ADDRESS CHANGE CARDS WRITTEN:" TO WL-LABEL
004360     MOVE WS-CHANGES-WRITTEN          TO WL-COUNT
004370     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
004380     MOVE "CORRECTIONS ALREADY ON MASTER:" TO WL-LABEL
004390     MOVE WS-ALREADY-ON-MASTER        TO WL-COUNT
004400     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
004410     MOVE "NEW HOLDS RECORDED:"       TO WL-LABEL
004420     MOVE WS-HOLDS-RECORDED           TO WL-COUNT
004430     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
004440     MOVE "RETURNS REFUSED:"          TO WL-LABEL
004450     MOVE WS-RETURNS-REFUSED          TO WL-COUNT
004460     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
004470     MOVE "HOLDS OUTSTANDING:"        TO WL-LABEL
004480     MOVE WS-HOLDS-OUTSTANDING        TO WL-COUNT
004490     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
004500     MOVE "HOLDS RELEASED:"           TO WL-LABEL
004510     MOVE WS-HOLDS-RELEASED           TO WL-COUNT
004520     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE.
004530
004540 7000-FORMAT-SSN-DISPLAY.
004550     MOVE "XXX-XX-" TO WS-SSN-OUT
004560     MOVE WS-SSN-IN-C TO WS-SSN-OUT (8:4).
004570
004580 8000-TERMINATE.
004590     CLOSE VENDOR-RETURNS
004600     CLOSE EMPLOYEE-MASTER
004610     CLOSE BAD-ADDRESS
004620     CLOSE ADDRESS-CORRECTIONS
004630     CLOSE RETURN-REPORT
004640     DISPLAY "RETURNS READ:           " WS-RETURNS-READ
004650     DISPLAY "CHANGE CARDS WRITTEN:   " WS-CHANGES-WRITTEN
004660     DISPLAY "ALREADY ON MASTER:      " WS-ALREADY-ON-MASTER
004670     DISPLAY "NEW HOLDS RECORDED:     " WS-HOLDS-RECORDED
004680     DISPLAY "RETURNS REFUSED:        " WS-RETURNS-REFUSED
004690     DISPLAY "HOLDS OUTSTANDING:      " WS-HOLDS-OUTSTANDING
004700     DISPLAY "HOLDS RELEASED:         " WS-HOLDS-RELEASED.
