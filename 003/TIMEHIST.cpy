000010*----------------------------------------------------------*
000020* TIMEHIST - one accepted timecard on the permanent        *
000030* TIME-HISTORY indexed file, keyed on SSN and work date -  *
000040* one day per employee, so a day keyed twice is caught by  *
000050* the key.  Carries the hours, the department, job code    *
000060* and rate the card was paid under, and the date and time  *
000070* of the run that posted it, which tells a second card for *
000080* the same day in one deck from a day paid in an earlier   *
000090* run.                                                     *
000100*----------------------------------------------------------*
000110 01  TIME-HISTORY-RECORD.
000120     05  TH-HISTORY-KEY.
000130         10  TH-SSN              PIC X(09).
000140         10  TH-WORK-DATE        PIC X(08).
000150     05  TH-HOURS                PIC 9(02)V9(01).
000160     05  TH-DEPT-CODE            PIC X(04).
000170     05  TH-JOB-CODE             PIC X(04).
000180     05  TH-PAY-RATE             PIC 9(03)V9(02).
000190     05  TH-POSTED-STAMP.
000200         10  TH-POSTED-DATE      PIC 9(08).
000210         10  TH-POSTED-TIME      PIC 9(08).
000220     05  FILLER                  PIC X(11).
