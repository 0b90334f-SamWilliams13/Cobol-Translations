000090* of name and mailing address for the outside mailing      *
000100* vendor.  Records with no street address on file are      *
000110* skipped - the vendor has nothing to mail to them.         *
000112* So is an employee whose mail came back undeliverable,    *
000114* for as long as the master still carries the address      *
000116* the returned-mail step recorded as bad.                  *
000120*                                                          *
000130* MODIFICATION HISTORY                                    *
000140* 2026-08-09 TJM  Original mailing-extract interface.      *
000152*                 mailing.                                  *
000150* 2026-08-22 TJM  EM-LNAME is now an alternate key on    *
000150*                 the master, for the last-name inquiry. *
000153* 2026-10-14 TJM  An employee on the BAD-ADDRESS file is    *
000154*                 held out of the feed while the master     *
000155*                 still carries the address that came back  *
000156*                 undeliverable.                            *
000150*----------------------------------------------------------*
000160
000170 ENVIRONMENT DIVISION.
000274     SELECT EXTRACT-PARM ASSIGN TO "EXTRPARM"
000276         ORGANIZATION IS LINE SEQUENTIAL
000278         FILE STATUS   IS WS-PARM-FILE-STATUS.
000279
000279     SELECT BAD-ADDRESS ASSIGN TO "BADADDR"
000279         ORGANIZATION IS INDEXED
000279         ACCESS MODE IS RANDOM
000279         RECORD KEY IS BA-SSN-KEY
000279         FILE STATUS IS WS-BAD-FILE-STATUS.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000508 FD  EXTRACT-PARM
000510     RECORD CONTAINS 1 CHARACTERS.
000512 01  EXTRACT-PARM-RECORD         PIC X(01).
000513
000513 FD  BAD-ADDRESS
000513     RECORD CONTAINS 60 CHARACTERS.
000513     COPY BADADDR.
000514
000516 WORKING-STORAGE SECTION.
000520 01  WS-MASTER-FILE-STATUS       PIC X(02)    VALUE "00".
000540
000542 01  WS-PARM-FILE-STATUS         PIC X(02)    VALUE "00".
000544     88  WS-PARM-FILE-NOT-FOUND      VALUE "35".
000545
000545*> No bad-address file yet means no one is held.
000545 01  WS-BAD-FILE-STATUS          PIC X(02)    VALUE "00".
000545     88  WS-BAD-OPEN-OK              VALUE "00".
000545     88  WS-BAD-FILE-NOT-FOUND       VALUE "35".
000546
000550 01  WS-SWITCHES.
000560     05  WS-END-OF-MASTER-SW     PIC X(01)    VALUE "N".
000574         88  INCLUDE-TERMINATED      VALUE "T".
000576     05  WS-END-OF-PARM-SW       PIC X(01)    VALUE "N".
000578         88  END-OF-PARM-CARD        VALUE "Y".
000579     05  WS-BAD-PRESENT-SW       PIC X(01)    VALUE "N".
000579         88  BAD-ADDRESS-IS-PRESENT  VALUE "Y".
000579     05  WS-ADDRESS-HELD-SW      PIC X(01)    VALUE "N".
000579         88  ADDRESS-IS-HELD         VALUE "Y".
000580
000590 01  WS-COUNTERS.
000600     05  WS-RECORDS-READ         PIC 9(07)    VALUE 0.
000610     05  WS-RECORDS-EXTRACTED    PIC 9(07)    VALUE 0.
000620     05  WS-RECORDS-SKIPPED      PIC 9(07)    VALUE 0.
000622     05  WS-TERMINATED-SKIPPED   PIC 9(07)    VALUE 0.
000624     05  WS-BAD-ADDRESS-HELD     PIC 9(07)    VALUE 0.
000630
000640 PROCEDURE DIVISION.
000650 0000-MAINLINE.
000750     OPEN OUTPUT MAIL-EXTRACT
000752     PERFORM 1100-READ-EXTRACT-PARM THRU
000754             1100-READ-EXTRACT-PARM-EXIT
000756     PERFORM 1200-OPEN-BAD-ADDRESS
000760     PERFORM 2100-READ-MASTER-RECORD.
000762
000764*> The parameter card is optional - a missing or blank card
000796     CLOSE EXTRACT-PARM.
000798 1100-READ-EXTRACT-PARM-EXIT.
000799     EXIT.
000799
000799 1200-OPEN-BAD-ADDRESS.
000799     OPEN INPUT BAD-ADDRESS
000799     IF WS-BAD-OPEN-OK
000799         MOVE "Y" TO WS-BAD-PRESENT-SW
000799     ELSE
000799         IF NOT WS-BAD-FILE-NOT-FOUND
000799             DISPLAY "BAD ADDRESS FILE OPEN FAILED - STATUS "
000799                 WS-BAD-FILE-STATUS
000799             STOP RUN
000799         END-IF
000799     END-IF.
000770
000780 2000-PROCESS-MASTER.
000790     ADD 1 TO WS-RECORDS-READ
000795     IF EM-IS-TERMINATED AND NOT INCLUDE-TERMINATED
000797         ADD 1 TO WS-TERMINATED-SKIPPED
000800     ELSE
000801         PERFORM 2300-CHECK-ADDRESS-HELD THRU
000801                 2300-CHECK-ADDRESS-HELD-EXIT
000802         IF EM-STREET = SPACES
000810             ADD 1 TO WS-RECORDS-SKIPPED
000820         ELSE
000822             IF ADDRESS-IS-HELD
000824                 ADD 1 TO WS-BAD-ADDRESS-HELD
000826             ELSE
000830                 PERFORM 2200-WRITE-EXTRACT-RECORD
000840                 ADD 1 TO WS-RECORDS-EXTRACTED
000845             END-IF
000850         END-IF
000855     END-IF
000860     PERFORM 2100-READ-MASTER-RECORD.
001020     MOVE EM-STATE    TO ME-STATE
001030     MOVE EM-ZIP      TO ME-ZIP
001040     WRITE MAIL-EXTRACT-RECORD.
001042
001044*> Held only while the master address is still the one that
001046*> came back - a new address keyed since releases the hold.
001048 2300-CHECK-ADDRESS-HELD.
001050     MOVE "N" TO WS-ADDRESS-HELD-SW
001050     IF NOT BAD-ADDRESS-IS-PRESENT
001050         GO TO 2300-CHECK-ADDRESS-HELD-EXIT
001050     END-IF
001050     MOVE EM-SSN-KEY TO BA-SSN-KEY
001050     READ BAD-ADDRESS
001050         INVALID KEY
001050             GO TO 2300-CHECK-ADDRESS-HELD-EXIT
001050     END-READ
001050     IF BA-STREET = EM-STREET AND BA-CITY = EM-CITY AND
001050             BA-STATE = EM-STATE AND BA-ZIP = EM-ZIP
001050         MOVE "Y" TO WS-ADDRESS-HELD-SW
001050     END-IF.
001050 2300-CHECK-ADDRESS-HELD-EXIT.
001050     EXIT.
001050
001060 8000-TERMINATE.
001070     CLOSE EMPLOYEE-MASTER
001080     CLOSE MAIL-EXTRACT
001082     IF BAD-ADDRESS-IS-PRESENT
001084         CLOSE BAD-ADDRESS
001086     END-IF
001090     DISPLAY "MASTER RECORDS READ:    " WS-RECORDS-READ
001100     DISPLAY "RECORDS EXTRACTED:      " WS-RECORDS-EXTRACTED
001110     DISPLAY "RECORDS SKIPPED:        " WS-RECORDS-SKIPPED
001120     DISPLAY "TERMINATED - SKIPPED:   " WS-TERMINATED-SKIPPED
001130     DISPLAY "BAD ADDRESS - HELD:     " WS-BAD-ADDRESS-HELD.
