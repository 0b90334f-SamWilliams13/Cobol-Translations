000110* whether each job's own records-read total ties to its     *
000120* records-written plus records-rejected.  A mismatch means  *
000130* one of those jobs did not run to completion.               *
000132*                                                          *
000134* The timecard batch's TCCTLTOT ties the same way on its   *
000136* card counts, and its dollars are tied to its hours: the  *
000138* amount extended card by card as the hours were accepted  *
000139* plus the overtime premium added on the way out must      *
000139* equal the amount paid out on the gross-pay register.     *
000140*                                                          *
000150* MODIFICATION HISTORY                                    *
000160* 2026-08-09 TJM  Original reconciliation report.          *
000162* 2026-10-14 TJM  Ties the timecard batch's TCCTLTOT -     *
000164*                 card counts, and the dollars extended    *
000166*                 against the dollars paid for its hours.  *
000168* 2026-10-14 TJM  Overtime premium counted in the timecard *
000168*                 dollar tie and shown under it.           *
000170*----------------------------------------------------------*
000180
000190 ENVIRONMENT DIVISION.
000260     SELECT CD-CONTROL-TOTALS ASSIGN TO "CDCTLTOT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS   IS WS-CD-FILE-STATUS.
000282
000284     SELECT TC-CONTROL-TOTALS ASSIGN TO "TCCTLTOT"
000286         ORGANIZATION IS LINE SEQUENTIAL
000288         FILE STATUS   IS WS-TC-FILE-STATUS.
000290
000300     SELECT RECONCILE-REPORT  ASSIGN TO "RECONOUT"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000381         ==CT-JOB-NAME==         BY ==NR-CT-JOB-NAME==
000382         ==CT-RECORDS-READ==     BY ==NR-CT-RECORDS-READ==
000383         ==CT-RECORDS-WRITTEN==  BY ==NR-CT-RECORDS-WRITTEN==
000384         ==CT-RECORDS-REJECTED== BY ==NR-CT-RECORDS-REJECTED==
000385         ==CT-CONTROL-HOURS==    BY ==NR-CT-CONTROL-HOURS==
000386         ==CT-EXTENDED-AMOUNT==  BY ==NR-CT-EXTENDED-AMOUNT==
000387         ==CT-PAID-AMOUNT==      BY ==NR-CT-PAID-AMOUNT==
000387         ==CT-PREMIUM-AMOUNT==   BY ==NR-CT-PREMIUM-AMOUNT==.
000400
000410 FD  CD-CONTROL-TOTALS
000420     RECORD CONTAINS 80 CHARACTERS.
000441         ==CT-JOB-NAME==         BY ==CD-CT-JOB-NAME==
000442         ==CT-RECORDS-READ==     BY ==CD-CT-RECORDS-READ==
000443         ==CT-RECORDS-WRITTEN==  BY ==CD-CT-RECORDS-WRITTEN==
000444         ==CT-RECORDS-REJECTED== BY ==CD-CT-RECORDS-REJECTED==
000445         ==CT-CONTROL-HOURS==    BY ==CD-CT-CONTROL-HOURS==
000446         ==CT-EXTENDED-AMOUNT==  BY ==CD-CT-EXTENDED-AMOUNT==
000447         ==CT-PAID-AMOUNT==      BY ==CD-CT-PAID-AMOUNT==
000447         ==CT-PREMIUM-AMOUNT==   BY ==CD-CT-PREMIUM-AMOUNT==.
000450
000452 FD  TC-CONTROL-TOTALS
000454     RECORD CONTAINS 80 CHARACTERS.
000456     COPY CTLTOTAL REPLACING
000458         ==CONTROL-TOTAL-RECORD== BY ==TC-CONTROL-TOTAL-RECORD==
000460         ==CT-JOB-NAME==         BY ==TC-CT-JOB-NAME==
000462         ==CT-RECORDS-READ==     BY ==TC-CT-RECORDS-READ==
000464         ==CT-RECORDS-WRITTEN==  BY ==TC-CT-RECORDS-WRITTEN==
000466         ==CT-RECORDS-REJECTED== BY ==TC-CT-RECORDS-REJECTED==
000468         ==CT-CONTROL-HOURS==    BY ==TC-CT-CONTROL-HOURS==
000470         ==CT-EXTENDED-AMOUNT==  BY ==TC-CT-EXTENDED-AMOUNT==
000472         ==CT-PAID-AMOUNT==      BY ==TC-CT-PAID-AMOUNT==
000474         ==CT-PREMIUM-AMOUNT==   BY ==TC-CT-PREMIUM-AMOUNT==.
000460
000470 FD  RECONCILE-REPORT
000480     RECORD CONTAINS 80 CHARACTERS.
000540
000550 01  WS-CD-FILE-STATUS           PIC X(02)    VALUE "00".
000560     88  WS-CD-FILE-NOT-FOUND        VALUE "35".
000562
000564 01  WS-TC-FILE-STATUS           PIC X(02)    VALUE "00".
000566     88  WS-TC-FILE-NOT-FOUND        VALUE "35".
000570
000580 01  WS-SWITCHES.
000590     05  WS-NR-AVAILABLE-SW      PIC X(01)    VALUE "N".
000640         88  NR-TOTALS-TIE            VALUE "Y".
000650     05  WS-CD-TIES-SW           PIC X(01)    VALUE "N".
000660         88  CD-TOTALS-TIE            VALUE "Y".
000662     05  WS-TC-AVAILABLE-SW      PIC X(01)    VALUE "N".
000664         88  TC-TOTALS-AVAILABLE     VALUE "Y".
000666     05  WS-TC-TIES-SW           PIC X(01)    VALUE "N".
000668         88  TC-TOTALS-TIE            VALUE "Y".
000670     05  WS-TC-DOLLARS-TIE-SW    PIC X(01)    VALUE "N".
000672         88  TC-DOLLARS-TIE           VALUE "Y".
000670
000680 01  WS-NR-ACCOUNTED-FOR         PIC 9(07)    VALUE 0.
000690 01  WS-CD-ACCOUNTED-FOR         PIC 9(07)    VALUE 0.
000695 01  WS-TC-ACCOUNTED-FOR         PIC 9(07)    VALUE 0.
000700
000710 01  WS-REPORT-LINE              PIC X(80)    VALUE SPACES.
000720
000850     05  WD-TIE-LABEL            PIC X(06)    VALUE "TIES: ".
000860     05  WD-TIE                  PIC X(03).
000870     05  FILLER                  PIC X(12)    VALUE SPACES.
000872
000874*> Second line under a paying job's detail line: its hours
000876*> and the dollars from each side of its sort.
000878 01  WS-DOLLAR-LINE.
000880     05  FILLER                  PIC X(02)    VALUE SPACES.
000882     05  FILLER                  PIC X(07)    VALUE "HOURS: ".
000884     05  WM-HOURS                PIC ZZZZZZ9.9.
000886     05  FILLER                  PIC X(12)
000888         VALUE "  EXTENDED: ".
000890     05  WM-EXTENDED             PIC ZZZZZZZZ9.99.
000892     05  FILLER                  PIC X(08)    VALUE "  PAID: ".
000894     05  WM-PAID                 PIC ZZZZZZZZ9.99.
000896     05  FILLER                  PIC X(08)    VALUE "  TIES: ".
000898     05  WM-TIE                  PIC X(03).
000899     05  FILLER                  PIC X(07)    VALUE SPACES.
000899
000899 01  WS-PREMIUM-LINE.
000899     05  FILLER                  PIC X(35)
000899         VALUE "  OVERTIME PREMIUM INCLUDED IN PAID".
000899     05  FILLER                  PIC X(02)    VALUE ": ".
000899     05  WM-PREMIUM              PIC ZZZZZZZZ9.99.
000899     05  FILLER                  PIC X(31)    VALUE SPACES.
000880
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000980     PERFORM 1100-READ-NR-TOTALS THRU
000990             1100-READ-NR-TOTALS-EXIT
001000     PERFORM 1200-READ-CD-TOTALS THRU
001010             1200-READ-CD-TOTALS-EXIT
001012     PERFORM 1300-READ-TC-TOTALS THRU
001014             1300-READ-TC-TOTALS-EXIT.
001020
001030 1100-READ-NR-TOTALS.
001040     OPEN INPUT NR-CONTROL-TOTALS
001270     CLOSE CD-CONTROL-TOTALS.
001280 1200-READ-CD-TOTALS-EXIT.
001290     EXIT.
001292
001294 1300-READ-TC-TOTALS.
001296     OPEN INPUT TC-CONTROL-TOTALS
001298     IF WS-TC-FILE-NOT-FOUND
001300         GO TO 1300-READ-TC-TOTALS-EXIT
001302     END-IF
001304     READ TC-CONTROL-TOTALS
001306         AT END
001308             GO TO 1300-READ-TC-TOTALS-EXIT
001310     END-READ
001312     SET TC-TOTALS-AVAILABLE TO TRUE
001314     CLOSE TC-CONTROL-TOTALS.
001316 1300-READ-TC-TOTALS-EXIT.
001318     EXIT.
001300
001310 2000-RECONCILE-TOTALS.
001320     IF NR-TOTALS-AVAILABLE
001520         MOVE "EMPLOYEE MASTER JOB HAS NOT RUN - NO CDCTLTOT"
001530             TO WS-REPORT-LINE
001540         WRITE RECONCILE-REPORT-RECORD FROM WS-REPORT-LINE
001550     END-IF
001552     IF TC-TOTALS-AVAILABLE
001554         COMPUTE WS-TC-ACCOUNTED-FOR =
001556             TC-CT-RECORDS-WRITTEN + TC-CT-RECORDS-REJECTED
001558         IF WS-TC-ACCOUNTED-FOR = TC-CT-RECORDS-READ
001560             SET TC-TOTALS-TIE TO TRUE
001562         END-IF
001564         IF TC-CT-EXTENDED-AMOUNT + TC-CT-PREMIUM-AMOUNT =
001565                 TC-CT-PAID-AMOUNT
001566             SET TC-DOLLARS-TIE TO TRUE
001568         END-IF
001570         PERFORM 2300-WRITE-TC-DETAIL-LINE
001572     ELSE
001574         MOVE "TIMECARD JOB HAS NOT RUN - NO TCCTLTOT FOUND"
001576             TO WS-REPORT-LINE
001578         WRITE RECONCILE-REPORT-RECORD FROM WS-REPORT-LINE
001580     END-IF.
001560
001570 2100-WRITE-NR-DETAIL-LINE.
001580     MOVE SPACES            TO WS-DETAIL-LINE
001800     END-IF
001810     WRITE RECONCILE-REPORT-RECORD FROM WS-DETAIL-LINE.
001820
001812
001814*> The count line as for the other jobs, then the dollar
001816*> line: the amount extended on the way into the timecard
001818*> sort against the amount paid out on the register.
001820 2300-WRITE-TC-DETAIL-LINE.
001822     MOVE SPACES            TO WS-DETAIL-LINE
001824     MOVE TC-CT-JOB-NAME    TO WD-JOB-NAME
001826     MOVE TC-CT-RECORDS-READ     TO WD-READ
001828     MOVE TC-CT-RECORDS-WRITTEN  TO WD-WRITTEN
001830     MOVE TC-CT-RECORDS-REJECTED TO WD-REJECTED
001832     IF TC-TOTALS-TIE
001834         MOVE "YES" TO WD-TIE
001836     ELSE
001838         MOVE "NO"  TO WD-TIE
001840     END-IF
001842     WRITE RECONCILE-REPORT-RECORD FROM WS-DETAIL-LINE
001844     MOVE TC-CT-CONTROL-HOURS    TO WM-HOURS
001846     MOVE TC-CT-EXTENDED-AMOUNT  TO WM-EXTENDED
001848     MOVE TC-CT-PAID-AMOUNT      TO WM-PAID
001850     IF TC-DOLLARS-TIE
001852         MOVE "YES" TO WM-TIE
001854     ELSE
001856         MOVE "NO"  TO WM-TIE
001858     END-IF
001860     WRITE RECONCILE-REPORT-RECORD FROM WS-DOLLAR-LINE
001861     MOVE TC-CT-PREMIUM-AMOUNT   TO WM-PREMIUM
001861     WRITE RECONCILE-REPORT-RECORD FROM WS-PREMIUM-LINE.
001862
001870 8000-TERMINATE.
001840     CLOSE RECONCILE-REPORT.
