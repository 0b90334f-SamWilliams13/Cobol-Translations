000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RateConvert.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  RATE-TABLE UNIT.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* One-time conversion of the RATE-TABLE indexed file from  *
000090* the old three-byte key - a sign and two digits, so only  *
000100* the whole numbers -9 to +9 - onto the seven-byte key of  *
000110* a sign, two whole digits and four implied decimals.      *
000120* Every entry is carried across as it stands: the          *
000130* reciprocal, the precision it was computed to and the     *
000140* date it was computed keep their values, and nothing is   *
000150* recomputed.  An old +02 files as +020000.                *
000160*                                                          *
000170* The operator renames the old table to RATETBLO before    *
000180* the run; the new table is built empty under RATETBL.  An *
000190* entry whose key or reciprocal is not in the old form is  *
000200* listed and left behind, and the run ends with return     *
000210* code 8 so the table is looked at before the reciprocal   *
000220* job or the inquiry runs against it.                      *
000230*                                                          *
000240* MODIFICATION HISTORY                                     *
000250* 2026-10-14 TJM  Original rate-table key conversion.      *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OLD-RATE-TABLE ASSIGN TO "RATETBLO"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS OR-A-KEY
000350         FILE STATUS   IS WS-OLD-FILE-STATUS.
000360
000370     SELECT RATE-TABLE ASSIGN TO "RATETBL"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS RT-A-KEY
000410         FILE STATUS   IS WS-RATE-FILE-STATUS.
000420
000430     SELECT CONVERSION-REPORT ASSIGN TO "RATECNV"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*> The table as the reciprocal job wrote it before A values
000490*> carried decimals.
000500 FD  OLD-RATE-TABLE
000510     RECORD CONTAINS 40 CHARACTERS.
000520 01  OLD-RATE-TABLE-RECORD.
000530     05  OR-A-KEY                PIC X(03).
000540     05  OR-A-BREAKDOWN REDEFINES OR-A-KEY.
000550         10  OR-A-SIGN           PIC X(01).
000560         10  OR-A-DIGITS         PIC X(02).
000570     05  OR-RECIPROCAL           PIC S9V9(9)
000580                                 SIGN IS LEADING SEPARATE.
000590     05  OR-RECIPROCAL-X REDEFINES OR-RECIPROCAL
000600                                 PIC X(11).
000610     05  OR-DECIMALS             PIC 9.
000620     05  OR-LAST-RUN-DATE        PIC 9(08).
000630     05  FILLER                  PIC X(17).
000640
000650 FD  RATE-TABLE
000660     RECORD CONTAINS 40 CHARACTERS.
000670     COPY RATEREC.
000680
000690 FD  CONVERSION-REPORT
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  CONVERSION-REPORT-RECORD    PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-OLD-FILE-STATUS          PIC X(02)    VALUE "00".
000750     88  WS-OLD-OPEN-OK              VALUE "00".
000760     88  WS-OLD-FILE-NOT-FOUND       VALUE "35".
000770
000780 01  WS-RATE-FILE-STATUS         PIC X(02)    VALUE "00".
000790     88  WS-RATE-OPEN-OK             VALUE "00".
000800
000810 01  WS-SWITCHES.
000820     05  WS-END-OF-OLD-SW        PIC X(01)    VALUE "N".
000830         88  END-OF-OLD-TABLE        VALUE "Y".
000840     05  WS-ENTRY-SW             PIC X(01)    VALUE "Y".
000850         88  ENTRY-IS-VALID          VALUE "Y".
000860         88  ENTRY-IS-INVALID        VALUE "N".
000870
000880 01  WS-COUNTERS.
000890     05  WS-ENTRIES-READ         PIC 9(07)    VALUE 0.
000900     05  WS-ENTRIES-CONVERTED    PIC 9(07)    VALUE 0.
000910     05  WS-ENTRIES-LEFT         PIC 9(07)    VALUE 0.
000920
000930 01  WS-REJECT-REASON            PIC X(40)    VALUE SPACES.
000940
000950*> The new key: the old sign and two digits with four zero
000960*> decimals behind them.
000970 01  WS-NEW-KEY.
000980     05  WS-NEW-KEY-SIGN         PIC X(01).
000990     05  WS-NEW-KEY-WHOLE        PIC X(02).
001000     05  WS-NEW-KEY-FRACTION     PIC X(04)    VALUE "0000".
001010
001020 01  WS-PAGE-HEADER.
001030     05  FILLER                  PIC X(36)
001040         VALUE "RATE-TABLE KEY CONVERSION".
001050     05  FILLER                  PIC X(10)    VALUE "  RUN ON  ".
001060     05  WP-RUN-DATE             PIC 9(08).
001070     05  FILLER                  PIC X(26)    VALUE SPACES.
001080
001090 01  WS-COLUMN-HEADER.
001100     05  FILLER                  PIC X(40)
001110         VALUE "OLD KEY  NEW KEY      RECIPROCAL        ".
001120     05  FILLER                  PIC X(40)
001130         VALUE "DECIMALS  COMPUTED                      ".
001140
001150 01  WS-DETAIL-LINE.
001160     05  WD-OLD-KEY              PIC X(03).
001170     05  FILLER                  PIC X(06)    VALUE SPACES.
001180     05  WD-NEW-KEY              PIC X(07).
001190     05  FILLER                  PIC X(03)    VALUE SPACES.
001200     05  WD-RECIPROCAL           PIC -9(05).9(09).
001210     05  FILLER                  PIC X(06)    VALUE SPACES.
001220     05  WD-DECIMALS             PIC 9.
001230     05  FILLER                  PIC X(06)    VALUE SPACES.
001240     05  WD-RUN-DATE             PIC 9(08).
001250     05  FILLER                  PIC X(24)    VALUE SPACES.
001260
001270 01  WS-REJECT-LINE.
001280     05  WJ-OLD-KEY              PIC X(03).
001290     05  FILLER                  PIC X(06)    VALUE SPACES.
001300     05  WJ-RECIPROCAL           PIC X(11).
001310     05  FILLER                  PIC X(03)    VALUE SPACES.
001320     05  FILLER                  PIC X(17)
001330         VALUE "NOT CONVERTED -  ".
001340     05  WJ-REASON               PIC X(40).
001350
001360 01  WS-TOTAL-LINE.
001370     05  WL-LABEL                PIC X(30).
001380     05  WL-COUNT                PIC ZZZZZZ9.
001390     05  FILLER                  PIC X(43)    VALUE SPACES.
001400
001410 01  WS-BLANK-LINE               PIC X(80)    VALUE SPACES.
001420
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460     PERFORM 2000-CONVERT-ONE-ENTRY THRU
001470             2000-CONVERT-ONE-ENTRY-EXIT
001480         UNTIL END-OF-OLD-TABLE
001490     PERFORM 6000-WRITE-TOTALS
001500     PERFORM 8000-TERMINATE
001510     STOP RUN.
001520
001530*> The old table is opened first - without it there is
001540*> nothing to convert, and the new table is not created.
001550 1000-INITIALIZE.
001560     OPEN INPUT OLD-RATE-TABLE
001570     IF WS-OLD-FILE-NOT-FOUND
001580         DISPLAY "NO RATETBLO ON FILE - NOTHING CONVERTED"
001590         MOVE 8 TO RETURN-CODE
001600         STOP RUN
001610     END-IF
001620     IF NOT WS-OLD-OPEN-OK
001630         DISPLAY "OLD RATE TABLE OPEN FAILED - STATUS "
001640             WS-OLD-FILE-STATUS
001650         MOVE 8 TO RETURN-CODE
001660         STOP RUN
001670     END-IF
001680     OPEN OUTPUT RATE-TABLE
001690     IF NOT WS-RATE-OPEN-OK
001700         DISPLAY "RATE TABLE OPEN FAILED - STATUS "
001710             WS-RATE-FILE-STATUS
001720         MOVE 8 TO RETURN-CODE
001730         STOP RUN
001740     END-IF
001750     OPEN OUTPUT CONVERSION-REPORT
001760     ACCEPT WP-RUN-DATE FROM DATE YYYYMMDD
001770     WRITE CONVERSION-REPORT-RECORD FROM WS-PAGE-HEADER
001780     WRITE CONVERSION-REPORT-RECORD FROM WS-BLANK-LINE
001790     WRITE CONVERSION-REPORT-RECORD FROM WS-COLUMN-HEADER
001800     PERFORM 2100-READ-OLD-ENTRY.
001810
001820 2000-CONVERT-ONE-ENTRY.
001830     ADD 1 TO WS-ENTRIES-READ
001840     PERFORM 2200-VALIDATE-OLD-ENTRY THRU
001850             2200-VALIDATE-OLD-ENTRY-EXIT
001860     IF ENTRY-IS-INVALID
001870         PERFORM 2600-WRITE-REJECT-LINE
001880         GO TO 2000-CONVERT-ONE-ENTRY-NEXT
001890     END-IF
001900     MOVE OR-A-SIGN           TO WS-NEW-KEY-SIGN
001910     MOVE OR-A-DIGITS         TO WS-NEW-KEY-WHOLE
001920     MOVE SPACES              TO RATE-TABLE-RECORD
001930     MOVE WS-NEW-KEY          TO RT-A-KEY
001940     MOVE OR-RECIPROCAL       TO RT-RECIPROCAL
001950     MOVE OR-DECIMALS         TO RT-DECIMALS
001960     MOVE OR-LAST-RUN-DATE    TO RT-LAST-RUN-DATE
001970     WRITE RATE-TABLE-RECORD
001980         INVALID KEY
001990             MOVE "NEW KEY ALREADY ON THE TABLE"
002000                 TO WS-REJECT-REASON
002010             PERFORM 2600-WRITE-REJECT-LINE
002020             GO TO 2000-CONVERT-ONE-ENTRY-NEXT
002030     END-WRITE
002040     PERFORM 2500-WRITE-DETAIL-LINE.
002050 2000-CONVERT-ONE-ENTRY-NEXT.
002060     PERFORM 2100-READ-OLD-ENTRY.
002070 2000-CONVERT-ONE-ENTRY-EXIT.
002080     EXIT.
002090
002100 2100-READ-OLD-ENTRY.
002110     READ OLD-RATE-TABLE
002120         AT END
002130             SET END-OF-OLD-TABLE TO TRUE
002140     END-READ.
002150
002160*> Only an entry in the old form can be carried across
002170*> unchanged - a sign and two digits on the key, and a
002180*> signed reciprocal with a precision the jobs can post.
002190 2200-VALIDATE-OLD-ENTRY.
002200     SET ENTRY-IS-VALID TO TRUE
002210     MOVE SPACES TO WS-REJECT-REASON
002220     IF (OR-A-SIGN NOT = "+" AND OR-A-SIGN NOT = "-") OR
002230             OR-A-DIGITS IS NOT NUMERIC
002240         SET ENTRY-IS-INVALID TO TRUE
002250         MOVE "KEY IS NOT A SIGNED TWO-DIGIT VALUE"
002260             TO WS-REJECT-REASON
002270         GO TO 2200-VALIDATE-OLD-ENTRY-EXIT
002280     END-IF
002290     IF OR-RECIPROCAL IS NOT NUMERIC
002300         SET ENTRY-IS-INVALID TO TRUE
002310         MOVE "RECIPROCAL IS NOT NUMERIC"
002320             TO WS-REJECT-REASON
002330         GO TO 2200-VALIDATE-OLD-ENTRY-EXIT
002340     END-IF
002350     IF OR-DECIMALS IS NOT NUMERIC OR OR-DECIMALS = 0
002360         SET ENTRY-IS-INVALID TO TRUE
002370         MOVE "DECIMAL PRECISION IS NOT 1-9"
002380             TO WS-REJECT-REASON
002390     END-IF.
002400 2200-VALIDATE-OLD-ENTRY-EXIT.
002410     EXIT.
002420
002430 2500-WRITE-DETAIL-LINE.
002440     MOVE OR-A-KEY            TO WD-OLD-KEY
002450     MOVE RT-A-KEY            TO WD-NEW-KEY
002460     MOVE RT-RECIPROCAL       TO WD-RECIPROCAL
002470     MOVE RT-DECIMALS         TO WD-DECIMALS
002480     MOVE RT-LAST-RUN-DATE    TO WD-RUN-DATE
002490     WRITE CONVERSION-REPORT-RECORD FROM WS-DETAIL-LINE
002500     ADD 1 TO WS-ENTRIES-CONVERTED.
002510
002520 2600-WRITE-REJECT-LINE.
002530     MOVE OR-A-KEY            TO WJ-OLD-KEY
002540     MOVE OR-RECIPROCAL-X     TO WJ-RECIPROCAL
002550     MOVE WS-REJECT-REASON    TO WJ-REASON
002560     WRITE CONVERSION-REPORT-RECORD FROM WS-REJECT-LINE
002570     ADD 1 TO WS-ENTRIES-LEFT.
002580
002590 6000-WRITE-TOTALS.
002600     WRITE CONVERSION-REPORT-RECORD FROM WS-BLANK-LINE
002610     MOVE "OLD ENTRIES READ:"         TO WL-LABEL
002620     MOVE WS-ENTRIES-READ             TO WL-COUNT
002630     WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE
002640     MOVE "ENTRIES CONVERTED:"        TO WL-LABEL
002650     MOVE WS-ENTRIES-CONVERTED        TO WL-COUNT
002660     WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE
002670     MOVE "ENTRIES NOT CONVERTED:"    TO WL-LABEL
002680     MOVE WS-ENTRIES-LEFT             TO WL-COUNT
002690     WRITE CONVERSION-REPORT-RECORD FROM WS-TOTAL-LINE.
002700
002710 8000-TERMINATE.
002720     CLOSE OLD-RATE-TABLE
002730     CLOSE RATE-TABLE
002740     CLOSE CONVERSION-REPORT
002750     DISPLAY "OLD ENTRIES READ:       " WS-ENTRIES-READ
002760     DISPLAY "ENTRIES CONVERTED:      " WS-ENTRIES-CONVERTED
002770     DISPLAY "ENTRIES NOT CONVERTED:  " WS-ENTRIES-LEFT
002780     IF WS-ENTRIES-LEFT > 0
002790         MOVE 8 TO RETURN-CODE
002800     END-IF.
