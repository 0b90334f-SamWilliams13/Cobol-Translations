000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PendRelease.
000030 AUTHOR.        T. MASON.
000040 INSTALLATION.  PERSONNEL SYSTEMS.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* Nightly release of pending transactions.  Runs ahead of  *
000090* the front-end edit: every card on PENDING-TRANSACTIONS   *
000100* whose effective date has come is written, exactly as it  *
000110* was held, to the EMPRLSE file that the front-end edit    *
000120* reads ahead of the day's EMPTRAN deck.  A card dated in  *
000130* the past that a missed night left behind goes out with   *
000140* the next release.                                        *
000150*                                                          *
000160* A released card is marked released with tonight's date   *
000170* and kept, so rerunning the release the same night feeds  *
000180* the same cards again.  A card released on an earlier     *
000190* night has been through the edit and the master update    *
000200* and is dropped from the file.                            *
000210*                                                          *
000220* MODIFICATION HISTORY                                     *
000230* 2026-10-14 TJM  Original pending-transaction release.    *
000240*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PENDING-TRANSACTIONS ASSIGN TO "PENDTRAN"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS PT-PENDING-KEY
000330         FILE STATUS IS WS-PEND-FILE-STATUS.
000340
000350     SELECT RELEASED-TRANSACTIONS ASSIGN TO "EMPRLSE"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PENDING-TRANSACTIONS
000410     RECORD CONTAINS 150 CHARACTERS.
000420     COPY PENDTRAN.
000430
000440 FD  RELEASED-TRANSACTIONS
000450     RECORD CONTAINS 110 CHARACTERS.
000460 01  RELEASED-TRANSACTION-RECORD PIC X(110).
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-PEND-FILE-STATUS         PIC X(02)    VALUE "00".
000500     88  WS-PEND-OPEN-OK             VALUE "00".
000510     88  WS-PEND-FILE-NOT-FOUND      VALUE "35".
000520
000530 01  WS-SWITCHES.
000540     05  WS-END-OF-PENDING-SW    PIC X(01)    VALUE "N".
000550         88  END-OF-DUE-CARDS        VALUE "Y".
000560
000570 01  WS-RUN-DATE                 PIC 9(08)    VALUE 0.
000580 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
000590                                 PIC X(08).
000600
000610 01  WS-COUNTERS.
000620     05  WS-CARDS-READ           PIC 9(07)    VALUE 0.
000630     05  WS-CARDS-RELEASED       PIC 9(07)    VALUE 0.
000640     05  WS-CARDS-RERELEASED     PIC 9(07)    VALUE 0.
000650     05  WS-CARDS-DROPPED        PIC 9(07)    VALUE 0.
000660
000670 PROCEDURE DIVISION.
000680 0000-MAINLINE.
000690     PERFORM 1000-INITIALIZE
000700     PERFORM 2000-RELEASE-DUE-CARDS THRU
000710             2000-RELEASE-DUE-CARDS-EXIT
000720         UNTIL END-OF-DUE-CARDS
000730     PERFORM 8000-TERMINATE
000740     STOP RUN.
000750
000760*> A night with no pending file yet creates it empty and
000770*> releases nothing; the front-end edit still finds an
000780*> (empty) EMPRLSE to read.
000790 1000-INITIALIZE.
000800     OPEN I-O PENDING-TRANSACTIONS
000810     IF WS-PEND-FILE-NOT-FOUND
000820         OPEN OUTPUT PENDING-TRANSACTIONS
000830         CLOSE PENDING-TRANSACTIONS
000840         OPEN I-O PENDING-TRANSACTIONS
000850     END-IF
000860     IF NOT WS-PEND-OPEN-OK
000870         DISPLAY "PENDING TRANSACTIONS OPEN FAILED - STATUS "
000880             WS-PEND-FILE-STATUS
000890         STOP RUN
000900     END-IF
000910     OPEN OUTPUT RELEASED-TRANSACTIONS
000920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000930     PERFORM 2100-READ-PENDING-CARD THRU
000935             2100-READ-PENDING-CARD-EXIT.
000940
000950*> The file is in effective-date order, so the first card
000960*> dated after tonight ends the pass.
000970 2000-RELEASE-DUE-CARDS.
000980     ADD 1 TO WS-CARDS-READ
000990     EVALUATE TRUE
001000         WHEN PT-IS-PENDING
001010             WRITE RELEASED-TRANSACTION-RECORD
001020                 FROM PT-TRANSACTION
001030             MOVE "R"         TO PT-STATUS
001040             MOVE WS-RUN-DATE TO PT-RELEASED-DATE
001050             REWRITE PENDING-TRANSACTION-RECORD
001060                 INVALID KEY
001070                     DISPLAY "PENDING REWRITE FAILED - STATUS "
001080                         WS-PEND-FILE-STATUS " " PT-EFF-DATE
001090             END-REWRITE
001100             ADD 1 TO WS-CARDS-RELEASED
001110         WHEN PT-RELEASED-DATE = WS-RUN-DATE
001120             WRITE RELEASED-TRANSACTION-RECORD
001130                 FROM PT-TRANSACTION
001140             ADD 1 TO WS-CARDS-RERELEASED
001150         WHEN OTHER
001160             DELETE PENDING-TRANSACTIONS RECORD
001170                 INVALID KEY
001180                     DISPLAY "PENDING DELETE FAILED - STATUS "
001190                         WS-PEND-FILE-STATUS " " PT-EFF-DATE
001200             END-DELETE
001210             ADD 1 TO WS-CARDS-DROPPED
001220     END-EVALUATE
001230     PERFORM 2100-READ-PENDING-CARD THRU
001235             2100-READ-PENDING-CARD-EXIT.
001240 2000-RELEASE-DUE-CARDS-EXIT.
001250     EXIT.
001260
001270 2100-READ-PENDING-CARD.
001280     READ PENDING-TRANSACTIONS NEXT RECORD
001290         AT END
001300             SET END-OF-DUE-CARDS TO TRUE
001310             GO TO 2100-READ-PENDING-CARD-EXIT
001320     END-READ
001330     IF PT-EFF-DATE > WS-RUN-DATE-X
001340         SET END-OF-DUE-CARDS TO TRUE
001350     END-IF.
001360 2100-READ-PENDING-CARD-EXIT.
001370     EXIT.
001380
001390 8000-TERMINATE.
001400     CLOSE PENDING-TRANSACTIONS
001410     CLOSE RELEASED-TRANSACTIONS
001420     DISPLAY "DUE CARDS READ:         " WS-CARDS-READ
001430     DISPLAY "CARDS RELEASED:         " WS-CARDS-RELEASED
001440     DISPLAY "CARDS RELEASED AGAIN:   " WS-CARDS-RERELEASED
001450     DISPLAY "PRIOR RELEASES DROPPED: " WS-CARDS-DROPPED.
